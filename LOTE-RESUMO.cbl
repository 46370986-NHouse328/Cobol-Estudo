      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Programa novo, etapa final de LOTE-NOTURNO.sh.
      *   - Etapas da cadeia semanal (prefixo SEM- em LOTECTL) ficam
      *     fora do resumo da noite: tem o seu, LOTE-SEMANAL-RESUMO.
      *   - Linhas PARAMETRO de LOTECTL (valor, origem e vigencia de
      *     cada parametro com que a noite rodou) nao contam como
      *     etapa: saem numa secao propria, PARAMETROS DA NOITE.
      *   - O relatorio LOTERESUMO e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTE-RESUMO.
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

                   FD ARQ-MANIFESTO
                       LABEL RECORD STANDARD.

                   01 LINHA-RESUMO     PIC X(72).

      *    Parametros da noite; um parametro registrado mais de uma
      *    vez (troca pela fila, reinicio) vale pelo ultimo registro.
                   01 QTD-PRM-NOITE    PIC 9(02) VALUE ZERO.
                   01 IND-PRM          PIC 9(02) VALUE ZERO.
                   01 IND-PRM-ACHADO   PIC 9(02) VALUE ZERO.
                   01 TAB-PRM-NOITE.
                       05 PN-ITEM OCCURS 10 TIMES.
                           10 PN-NOME          PIC X(10).
                           10 PN-VALOR         PIC X(20).
                           10 PN-ORIGEM        PIC X(08).
                           10 PN-VIGOR         PIC X(08).

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           MOVE ZERO TO QTD-ETAPAS-ERRO.
           MOVE ZERO TO QTD-REJ.
           MOVE ZERO TO QTD-AUD-NOITE.
           MOVE ZERO TO QTD-PRM-NOITE.
           ACCEPT DATA-RESUMO FROM DATE YYYYMMDD.
      *    A trilha de auditoria carimba a data como AAAAMMDD com
      *    seculo verdadeiro; a comparacao da noite usa a mesma
           ELSE
               PERFORM 1000-CABECALHO
               PERFORM 2000-ETAPAS
               PERFORM 2200-PARAMETROS
               PERFORM 3000-MANIFESTO
               PERFORM 4000-REJEITADOS
               PERFORM 5000-AUDITORIA
               PERFORM 6000-BATIMENTOS
               CLOSE ARQ-RESUMO
               MOVE 'LOTERESUMO'   TO REL-TIPO
               MOVE 'LOTE-RESUMO' TO REL-PROGRAMA
               MOVE ZERO TO REL-RUN
               MOVE ZERO TO REL-ULTIMAS
               MOVE RETURN-CODE TO REL-RC-CHAMADOR
               CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO
           END-IF.

           GOBACK.
               PERFORM 2100-LER-CONTROLE
               PERFORM UNTIL CTL-ACABOU
                   IF CTL-DATA = DATA-NOITE
                           AND CTL-ETAPA = 'PARAMETRO'
                       PERFORM 2150-GUARDA-PARAMETRO
                   END-IF
                   IF CTL-DATA = DATA-NOITE
                           AND CTL-ETAPA(1:4) NOT = 'SEM-'
                           AND CTL-ETAPA NOT = 'PARAMETRO'
                       ADD 1 TO QTD-ETAPAS
                       MOVE SPACES TO LINHA-RESUMO
                       STRING 'ETAPA ' CTL-ETAPA ' RC ' CTL-RC
                   SET CTL-ACABOU TO TRUE
           END-READ.

       2150-GUARDA-PARAMETRO.
           MOVE ZERO TO IND-PRM-ACHADO.
           PERFORM VARYING IND-PRM FROM 1 BY 1
                   UNTIL IND-PRM > QTD-PRM-NOITE
               IF PN-NOME(IND-PRM) = CTL-PRM-NOME
                   MOVE IND-PRM TO IND-PRM-ACHADO
               END-IF
           END-PERFORM.
           IF IND-PRM-ACHADO = ZERO AND QTD-PRM-NOITE < 10
               ADD 1 TO QTD-PRM-NOITE
               MOVE QTD-PRM-NOITE TO IND-PRM-ACHADO
           END-IF.
           IF IND-PRM-ACHADO > ZERO
               MOVE CTL-PRM-NOME   TO PN-NOME(IND-PRM-ACHADO)
               MOVE CTL-PRM-VALOR  TO PN-VALOR(IND-PRM-ACHADO)
               MOVE CTL-PRM-ORIGEM TO PN-ORIGEM(IND-PRM-ACHADO)
               MOVE CTL-PRM-VIGOR  TO PN-VIGOR(IND-PRM-ACHADO)
           END-IF.

       2200-PARAMETROS.
      *    Informativo: parametro sem registro (noite anterior aos
      *    cartoes) nao e discrepancia.
           MOVE 'PARAMETROS DA NOITE:' TO LINHA-RESUMO.
           PERFORM 0100-EMITE.
           IF QTD-PRM-NOITE = ZERO
               MOVE '  NAO REGISTRADOS EM LOTECTL.' TO LINHA-RESUMO
               PERFORM 0100-EMITE
           END-IF.
           PERFORM VARYING IND-PRM FROM 1 BY 1
                   UNTIL IND-PRM > QTD-PRM-NOITE
               MOVE SPACES TO LINHA-RESUMO
               IF PN-VIGOR(IND-PRM) = SPACES
                   STRING '  ' PN-NOME(IND-PRM) ' = '
                       PN-VALOR(IND-PRM) ' ' PN-ORIGEM(IND-PRM)
                       DELIMITED BY SIZE INTO LINHA-RESUMO
               ELSE
                   STRING '  ' PN-NOME(IND-PRM) ' = '
                       PN-VALOR(IND-PRM) ' ' PN-ORIGEM(IND-PRM)
                       ' DE ' PN-VIGOR(IND-PRM)
                       DELIMITED BY SIZE INTO LINHA-RESUMO
               END-IF
               PERFORM 0100-EMITE
           END-PERFORM.

       3000-MANIFESTO.
           OPEN INPUT ARQ-MANIFESTO.
           IF FS-MF = '00'
