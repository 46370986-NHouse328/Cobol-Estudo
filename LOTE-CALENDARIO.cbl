      *     planejada no modo 3 (a cadeia sempre rodou sem calendario
      *     e continua podendo); o relatorio do modo 2 so cobra as
      *     datas explicitamente marcadas P.
      *   - Etapas da cadeia semanal (prefixo SEM- em LOTECTL) nao
      *     contam como run da noite no cruzamento do modo 2.
      *   - FD de LOTECTL no layout atual de 97 posicoes (com os
      *     campos de parametro); os registros PARAMETRO, gravados a
      *     qualquer dia fora da cadeia, nao contam mais como run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTE-CALENDARIO.
                           05 CTL-FIM          PIC 9(06).
                           05 FILLER           PIC X(01).
                           05 CTL-RC           PIC 9(03).
                           05 FILLER           PIC X(01).
                           05 CTL-PRM-NOME     PIC X(10).
                           05 FILLER           PIC X(01).
                           05 CTL-PRM-VALOR    PIC X(20).
                           05 FILLER           PIC X(01).
                           05 CTL-PRM-ORIGEM   PIC X(08).
                           05 FILLER           PIC X(01).
                           05 CTL-PRM-VIGOR    PIC X(08).

               WORKING-STORAGE SECTION.

           IF FS-CTL = '00'
               PERFORM 2200-LER-CONTROLE
               PERFORM UNTIL CONTROLE-ACABOU
                   IF CTL-ETAPA(1:4) NOT = 'SEM-'
                           AND CTL-ETAPA NOT = 'PARAMETRO'
                       PERFORM 2250-GUARDA-DATA
                   END-IF
                   PERFORM 2200-LER-CONTROLE
               END-PERFORM
               CLOSE ARQ-CONTROLE
