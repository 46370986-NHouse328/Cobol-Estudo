      *   - A SELECT de ARQCPF2 acompanha a chave alternativa por
      *     CPF-DATA-GERACAO que o arquivo passou a carregar; sem ela
      *     a abertura do arquivo atual seria recusada.
      *   - Acrescentada a quantidade por regiao fiscal (9o digito do
      *     CPF, com as UFs de cada regiao pelo copybook
      *     REGIAO-FISCAL), zerada em 1000-INICIAR como as demais.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-DISTRIBUICAO.
                   05 TAB-FAIXA-QTD OCCURS 100 TIMES
                                    PIC 9(11) VALUE ZERO.

               01 CPF-REGIAO       PIC 9(01).
               01 IND-REGIAO       PIC 9(02).
               01 REGIAO-EXIB      PIC 9(01).
               01 TAB-REGIAO.
                   05 TAB-REGIAO-QTD OCCURS 10 TIMES
                                    PIC 9(11) VALUE ZERO.

               COPY REGIAO-FISCAL.

               01 QTD-TOTAL        PIC 9(11) VALUE ZERO.
               01 CPF-MENOR        PIC 9(11) VALUE 99999999999.
               01 CPF-MAIOR        PIC 9(11) VALUE ZERO.
           MOVE 'ARQCPF2' TO ERR-ARQUIVO-LOG.
           MOVE ZERO TO QTD-TOTAL.
           INITIALIZE TAB-FAIXA.
           INITIALIZE TAB-REGIAO.
           MOVE 99999999999 TO CPF-MENOR.
           MOVE ZERO TO CPF-MAIOR.
           MOVE 'N' TO ARQ-FIM.
               ADD 1 TO QTD-TOTAL
               MOVE CPF-OUT(1:2) TO CPF-DEZENA
               ADD 1 TO TAB-FAIXA-QTD(CPF-DEZENA + 1)
               MOVE CPF-OUT(9:1) TO CPF-REGIAO
               ADD 1 TO TAB-REGIAO-QTD(CPF-REGIAO + 1)

               IF CPF-OUT < CPF-MENOR
                   MOVE CPF-OUT TO CPF-MENOR
                               TAB-FAIXA-QTD(IND-FAIXA)
                   END-IF
               END-PERFORM
               DISPLAY '-------------------------------------------'
               DISPLAY 'QUANTIDADE POR REGIAO FISCAL (9O DIGITO):'
               PERFORM VARYING IND-REGIAO FROM 1 BY 1
                       UNTIL IND-REGIAO > 10
                   COMPUTE REGIAO-EXIB = IND-REGIAO - 1
                   DISPLAY '  ' REGIAO-EXIB ' '
                           REGIAO-FISCAL-UFS(IND-REGIAO) ' : '
                           TAB-REGIAO-QTD(IND-REGIAO)
               END-PERFORM
           END-IF.

       COPY FS-VERIFICA.
