      *   - Programa novo, na opcao 10 do menu de operacoes. A trilha
      *     ja e gravada em ordem cronologica, entao a listagem sai na
      *     ordem do proprio arquivo.
      *   - So registros de CPF (AUD-TIPO-DOC F) entram na procura:
      *     com PIS/NIS e titulo na trilha, um documento de onze
      *     digitos de outro tipo podia casar com o CPF procurado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-AUDIT-CONSULTA.
       2000-PROCURA.
           PERFORM 2100-LER-AUDITORIA.
           PERFORM UNTIL AUD-ACABOU
               IF AUD-TIPO-DOC = 'F'
                  AND AUD-DOCUMENTO = CPF-PROCURADO
                  AND AUD-DATA NOT LESS THAN DATA-INI-SEL
                  AND AUD-DATA NOT GREATER THAN DATA-FIM-SEL
