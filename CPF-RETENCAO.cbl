      *     registro: a anonimizacao aqui e a exclusao do registro com
      *     a contagem por data preservada - e isso que o certificado
      *     atesta.
      *   - O relatorio ARQDESTCERT e registrado no catalogo de
      *     relatorios (REGISTRA-RELATORIO) logo depois de fechado,
      *     so com a ultima linha gravada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPF-RETENCAO.

                   COPY OPERADOR.

                   COPY RELREG.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           IF FS-CER = '00'
               WRITE REG-CERTIFICADO
               CLOSE ARQ-CERTIFICADO
               MOVE 'ARQDESTCERT'  TO REL-TIPO
               MOVE 'CPF-RETENCAO' TO REL-PROGRAMA
               MOVE ZERO TO REL-RUN
               MOVE 1 TO REL-ULTIMAS
               MOVE RETURN-CODE TO REL-RC-CHAMADOR
               CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO
           END-IF.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'CERTIFICADO DE DESTRUICAO'.
