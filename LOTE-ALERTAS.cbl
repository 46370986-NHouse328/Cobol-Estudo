      *     QTD-BLK-MAX, QTD-VAL-MIN e DURACAO-MAX-SEG, separados por
      *     espaco; ausente, o portao avisa (RC 4) em vez de fingir
      *     que avaliou.
      *   - Duracoes da cadeia semanal (prefixo SEM- em LOTEMET) nao
      *     sao cobradas contra o limite da noite.
      *   - Cada limite estourado sai tambem no feed de eventos da
      *     monitoracao (GRAVA-EVENTO), severidade AVISO, com o codigo
      *     do limite (LIMDUP, LIMBLK, LIMVAL, LIMDUR), o manifesto ou
      *     a etapa afetada e o run do manifesto.
      *   - O relatorio LOTEALERTAS e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTE-ALERTAS.

                   01 LINHA-ALERTA     PIC X(72).

                   01 EVE-PROGRAMA     PIC X(20) VALUE 'LOTE-ALERTAS'.
                   01 EVE-SEVERIDADE   PIC X(08) VALUE 'AVISO'.
                   01 EVE-CODIGO       PIC X(08) VALUE SPACES.
                   01 EVE-OBJETO       PIC X(20) VALUE SPACES.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
               PERFORM 9000-FINALIZAR
           END-IF.
           CLOSE ARQ-ALERTAS.
           MOVE 'LOTEALERTAS'  TO REL-TIPO.
           MOVE 'LOTE-ALERTAS' TO REL-PROGRAMA.
           MOVE ZERO TO REL-RUN.
           MOVE ZERO TO REL-ULTIMAS.
           MOVE RETURN-CODE TO REL-RC-CHAMADOR.
           CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO.

           GOBACK.

           WRITE REG-ALERTA.
           DISPLAY LINHA-ALERTA.

       0200-PUBLICA-EVENTO.
      *    A linha de alerta recem-emitida vai para o feed com o
      *    codigo e o objeto preparados pelo chamador.
           CALL 'GRAVA-EVENTO' USING EVE-PROGRAMA EVE-SEVERIDADE
                                     EVE-CODIGO EVE-OBJETO SV-NUM-RUN
                                     LINHA-ALERTA.

       1000-CARREGA-LIMITES.
           OPEN INPUT ARQ-LIMITES.
           IF FS-LIM NOT = '00'
                              SV-PCT-DUP-MAX ' PCT)'
                           DELIMITED BY SIZE INTO LINHA-ALERTA
                       PERFORM 0100-EMITE
                       MOVE 'LIMDUP'    TO EVE-CODIGO
                       MOVE 'ARQCPF2MF' TO EVE-OBJETO
                       PERFORM 0200-PUBLICA-EVENTO
                       SET HOUVE-BRECHA TO TRUE
                   END-IF
               END-IF
                          ' (MAXIMO ' SV-QTD-BLK-MAX ')'
                       DELIMITED BY SIZE INTO LINHA-ALERTA
                   PERFORM 0100-EMITE
                   MOVE 'LIMBLK'    TO EVE-CODIGO
                   MOVE 'ARQCPF2MF' TO EVE-OBJETO
                   PERFORM 0200-PUBLICA-EVENTO
                   SET HOUVE-BRECHA TO TRUE
               END-IF
               IF SV-QTD-VAL-MIN > ZERO
                          ' (MINIMO ' SV-QTD-VAL-MIN ')'
                       DELIMITED BY SIZE INTO LINHA-ALERTA
                   PERFORM 0100-EMITE
                   MOVE 'LIMVAL'    TO EVE-CODIGO
                   MOVE 'ARQCPF2MF' TO EVE-OBJETO
                   PERFORM 0200-PUBLICA-EVENTO
                   SET HOUVE-BRECHA TO TRUE
               END-IF
           END-IF.
               PERFORM 4100-LER-METRICA
               PERFORM UNTIL MET-ACABOU
                   IF MET-DATA = DATA-HOJE
                           AND MET-ETAPA(1:4) NOT = 'SEM-'
                           AND MET-DURACAO > SV-DUR-MAX
                       MOVE SPACES TO LINHA-ALERTA
                       STRING 'LIMITE ESTOURADO: ETAPA ' MET-ETAPA
                              SV-DUR-MAX ')'
                           DELIMITED BY SIZE INTO LINHA-ALERTA
                       PERFORM 0100-EMITE
                       MOVE 'LIMDUR'    TO EVE-CODIGO
                       MOVE MET-ETAPA   TO EVE-OBJETO
                       PERFORM 0200-PUBLICA-EVENTO
                       SET HOUVE-BRECHA TO TRUE
                   END-IF
                   PERFORM 4100-LER-METRICA
