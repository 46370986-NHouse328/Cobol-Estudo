      *     a amostra anterior, regrava a amostra - sem dormir dentro
      *     do COBOL. Batimento ainda inexistente (etapa nao comecou)
      *     nao e alerta.
      *   - Os alertas saem tambem no feed de eventos da monitoracao,
      *     pelo proprio ERRLOG: o contexto EVENTOCTX leva o codigo
      *     VIGPARAD (sem progresso) ou VIGJANEL (previsao alem da
      *     janela) com severidade CRITICO, em vez do FS99 generico.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGIA-GERACAO.
                   01 ERR-FS-VIGIA     PIC X(02) VALUE '99'.
                   01 MENSAGEM-ALERTA  PIC X(50).

                   COPY EVENTOCTX.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
                          ' MIN EM ' STA-CPF-ATUAL
                       DELIMITED BY SIZE INTO MENSAGEM-ALERTA
                   DISPLAY 'VIGIA: *** ' MENSAGEM-ALERTA ' ***'
                   MOVE 'VIGPARAD' TO EVC-CODIGO
                   MOVE 'CRITICO'  TO EVC-SEVERIDADE
                   CALL 'GRAVA-ERRO-LOG' USING ERR-PROG-VIGIA
                                               ERR-ARQ-VIGIA
                                               ERR-FS-VIGIA
                      ' ALEM DA JANELA ' FIM-JANELA
                   DELIMITED BY SIZE INTO MENSAGEM-ALERTA
               DISPLAY 'VIGIA: *** ' MENSAGEM-ALERTA ' ***'
               MOVE 'VIGJANEL' TO EVC-CODIGO
               MOVE 'CRITICO'  TO EVC-SEVERIDADE
               CALL 'GRAVA-ERRO-LOG' USING ERR-PROG-VIGIA
                                           ERR-ARQ-VIGIA
                                           ERR-FS-VIGIA
