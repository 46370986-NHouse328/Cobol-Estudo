      *     arquivo e regravado por inteiro a partir de uma tabela,
      *     como RANDOM-DISPENSA regrava seu controle; ate 200
      *     operadores.
      *   - Senha fora do claro: o arquivo guarda o resumo calculado
      *     por OPR-CREDENCIAL (registro legado convertido na carga).
      *     A senha dada na inclusao e na opcao 4 e provisoria - o
      *     operador troca no primeiro sign-on. Opcao nova 6,
      *     desbloqueio do operador travado por falhas seguidas
      *     (DESBLOQUEIO no jornal); a listagem mostra a data da
      *     senha, o bloqueio, a troca pendente e a politica.
      *   - A inclusao grava a data de inclusao do operador, para a
      *     recertificacao de acessos.
      *   - Operador convertido do registro legado na carga sai no
      *     jornal (TROCA-OBRIG, autor CONVERSA, como em
      *     OPR-CREDENCIAL) assim que a regravacao do arquivo da
      *     certo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPR-MANUTENCAO.
                       LABEL RECORD STANDARD.

                       01 REG-OPERADOR.
                           COPY OPRCAD.

                   FD ARQ-JORNAL
                       LABEL RECORD STANDARD.

                       01 REG-JORNAL-OPR.
                           COPY OPRJRN.

               WORKING-STORAGE SECTION.

                       88 ADM-REATIVAR     VALUE 3.
                       88 ADM-CREDENCIAL   VALUE 4.
                       88 ADM-LISTAR       VALUE 5.
                       88 ADM-DESBLOQUEAR  VALUE 6.
                       88 ADM-SAIR         VALUE 0.

                   01 FIM-ADM          PIC X(01) VALUE 'N'.
                           10 TO-CODIGO    PIC X(08).
                           10 TO-NOME      PIC X(30).
                           10 TO-ATIVO     PIC X(01).
                           10 TO-NIVEL     PIC 9(01).
                           10 TO-SENHA-HASH PIC X(18).
                           10 TO-DATA-SENHA PIC X(08).
                           10 TO-FALHAS    PIC X(02).
                           10 TO-BLOQUEIO  PIC X(01).
                           10 TO-TROCA     PIC X(01).
                           10 TO-ANTERIORES PIC X(95).
                           10 TO-DATA-INCLUSAO PIC X(08).
                           10 TO-CONVERTIDO PIC X(01).
                   01 QTD-OPERADORES   PIC 9(03) VALUE ZERO.
                   01 IND-OPR          PIC 9(03).
                   01 OPR-ACHADO       PIC 9(03) VALUE ZERO.
                   01 SENHA-NOVA       PIC X(08).
                   01 NIVEL-NOVO       PIC 9(01).
                   01 ACAO-JORNAL      PIC X(12).
                   01 DATA-HOJE        PIC 9(08) VALUE ZERO.

                   COPY OPERADOR.
                   COPY OPRCRED.

       PROCEDURE DIVISION.

           MOVE 'N' TO FIM-ADM.
           MOVE 'N' TO OPR-FIM.
           MOVE ZERO TO QTD-OPERADORES.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 1000-CARREGA-OPERADORES.
           PERFORM UNTIL SAIU-ADM
                   MOVE OPR-CODIGO TO TO-CODIGO(QTD-OPERADORES)
                   MOVE OPR-NOME   TO TO-NOME(QTD-OPERADORES)
                   MOVE OPR-ATIVO  TO TO-ATIVO(QTD-OPERADORES)
                   IF OPR-NIVEL IS NUMERIC AND OPR-NIVEL > 0
                       MOVE OPR-NIVEL TO TO-NIVEL(QTD-OPERADORES)
                   ELSE
                       MOVE 1 TO TO-NIVEL(QTD-OPERADORES)
                   END-IF
                   PERFORM 1200-CARREGA-CREDENCIAL
                   PERFORM 1100-LER-OPERADOR
               END-PERFORM
               CLOSE ARQ-OPERADORES
                   SET OPR-ACABOU TO TRUE
           END-READ.

       1200-CARREGA-CREDENCIAL.
      *    Registro legado, com a senha em claro: vira resumo na
      *    carga (a senha continua valendo, com troca obrigatoria no
      *    proximo sign-on) e a regravacao ja sai sem o claro.
           MOVE OPR-SENHA-HASH TO TO-SENHA-HASH(QTD-OPERADORES).
           MOVE OPR-DATA-SENHA TO TO-DATA-SENHA(QTD-OPERADORES).
           MOVE OPR-BLOQUEIO   TO TO-BLOQUEIO(QTD-OPERADORES).
           MOVE OPR-TROCA      TO TO-TROCA(QTD-OPERADORES).
           MOVE OPR-SENHAS-ANTERIORES
               TO TO-ANTERIORES(QTD-OPERADORES).
           MOVE OPR-DATA-INCLUSAO TO TO-DATA-INCLUSAO(QTD-OPERADORES).
           MOVE 'N' TO TO-CONVERTIDO(QTD-OPERADORES).
           IF OPR-FALHAS IS NUMERIC
               MOVE OPR-FALHAS TO TO-FALHAS(QTD-OPERADORES)
           ELSE
               MOVE '00' TO TO-FALHAS(QTD-OPERADORES)
           END-IF.
           IF OPR-SENHA-HASH = SPACES
               MOVE OPR-CODIGO TO CRD-CODIGO
               MOVE OPR-SENHA  TO CRD-SENHA
               PERFORM 8000-RESUMO-SENHA
               MOVE CRD-HASH TO TO-SENHA-HASH(QTD-OPERADORES)
               MOVE 'S' TO TO-TROCA(QTD-OPERADORES)
               MOVE 'S' TO TO-CONVERTIDO(QTD-OPERADORES)
           END-IF.

       2000-EXIBE-MENU.
           DISPLAY ' '.
           DISPLAY '---------------------------------------'.
           DISPLAY ' 3 - REATIVAR'.
           DISPLAY ' 4 - SENHA/NIVEL'.
           DISPLAY ' 5 - LISTAR'.
           DISPLAY ' 6 - DESBLOQUEAR'.
           DISPLAY ' 0 - VOLTAR'.
           DISPLAY 'OPCAO :'.
           ACCEPT OPCAO-ADM.
                       PERFORM 4000-INCLUIR
                   ELSE
                       IF ADM-DESATIVAR OR ADM-REATIVAR
                               OR ADM-CREDENCIAL OR ADM-DESBLOQUEAR
                           PERFORM 5000-ALTERA-EXISTENTE
                       ELSE
                           DISPLAY 'OPCAO INVALIDA.'
               ELSE
                   DISPLAY 'NOME :'
                   ACCEPT NOME-NOVO
                   DISPLAY 'SENHA PROVISORIA (ATE 8 CARACTERES) :'
                   ACCEPT SENHA-NOVA
                   DISPLAY 'NIVEL (1=CONSULTA 2=OPERACAO '
                           '3=SUPERVISOR) :'
                   MOVE CODIGO-ALVO TO TO-CODIGO(QTD-OPERADORES)
                   MOVE NOME-NOVO   TO TO-NOME(QTD-OPERADORES)
                   MOVE 'A'         TO TO-ATIVO(QTD-OPERADORES)
                   MOVE NIVEL-NOVO  TO TO-NIVEL(QTD-OPERADORES)
                   MOVE SPACES      TO TO-ANTERIORES(QTD-OPERADORES)
                   MOVE SPACE       TO TO-BLOQUEIO(QTD-OPERADORES)
                   MOVE DATA-HOJE   TO TO-DATA-INCLUSAO(QTD-OPERADORES)
                   MOVE 'N'         TO TO-CONVERTIDO(QTD-OPERADORES)
                   MOVE QTD-OPERADORES TO OPR-ACHADO
                   PERFORM 5100-SENHA-PROVISORIA
                   MOVE 'INCLUSAO'  TO ACAO-JORNAL
                   PERFORM 6000-REGRAVA-E-JORNALIZA
               END-IF
                   PERFORM 6000-REGRAVA-E-JORNALIZA
               END-IF
               IF ADM-CREDENCIAL
                   DISPLAY 'NOVA SENHA PROVISORIA (ATE 8 CARACTERES) :'
                   ACCEPT SENHA-NOVA
                   DISPLAY 'NOVO NIVEL (1=CONSULTA 2=OPERACAO '
                           '3=SUPERVISOR) :'
                   IF NIVEL-NOVO < 1 OR NIVEL-NOVO > 3
                       MOVE 1 TO NIVEL-NOVO
                   END-IF
                   PERFORM 5100-SENHA-PROVISORIA
                   MOVE NIVEL-NOVO TO TO-NIVEL(OPR-ACHADO)
                   MOVE 'CREDENCIAL' TO ACAO-JORNAL
                   PERFORM 6000-REGRAVA-E-JORNALIZA
               END-IF
               IF ADM-DESBLOQUEAR
                   IF TO-BLOQUEIO(OPR-ACHADO) NOT = 'B'
                       DISPLAY 'OPERADOR NAO ESTA BLOQUEADO.'
                   ELSE
                       MOVE SPACE TO TO-BLOQUEIO(OPR-ACHADO)
                       MOVE '00'  TO TO-FALHAS(OPR-ACHADO)
                       MOVE 'DESBLOQUEIO' TO ACAO-JORNAL
                       PERFORM 6000-REGRAVA-E-JORNALIZA
                   END-IF
               END-IF
           END-IF.

       5100-SENHA-PROVISORIA.
      *    Senha dada pelo supervisor e provisoria: vale a partir de
      *    hoje, mas o proprio operador tem de troca-la no primeiro
      *    sign-on. Nao entra no historico de senhas do operador.
           MOVE TO-CODIGO(OPR-ACHADO) TO CRD-CODIGO.
           MOVE SENHA-NOVA TO CRD-SENHA.
           PERFORM 8000-RESUMO-SENHA.
           MOVE CRD-HASH  TO TO-SENHA-HASH(OPR-ACHADO).
           MOVE DATA-HOJE TO TO-DATA-SENHA(OPR-ACHADO).
           MOVE '00'      TO TO-FALHAS(OPR-ACHADO).
           MOVE 'S'       TO TO-TROCA(OPR-ACHADO).

       6000-REGRAVA-E-JORNALIZA.
           OPEN OUTPUT ARQ-OPERADORES.
           IF FS-OPR NOT = '00'
                   MOVE TO-CODIGO(IND-OPR) TO OPR-CODIGO
                   MOVE TO-NOME(IND-OPR)   TO OPR-NOME
                   MOVE TO-ATIVO(IND-OPR)  TO OPR-ATIVO
                   MOVE TO-NIVEL(IND-OPR)  TO OPR-NIVEL
                   MOVE TO-SENHA-HASH(IND-OPR) TO OPR-SENHA-HASH
                   MOVE TO-DATA-SENHA(IND-OPR) TO OPR-DATA-SENHA
                   MOVE TO-FALHAS(IND-OPR)     TO OPR-FALHAS
                   MOVE TO-BLOQUEIO(IND-OPR)   TO OPR-BLOQUEIO
                   MOVE TO-TROCA(IND-OPR)      TO OPR-TROCA
                   MOVE TO-ANTERIORES(IND-OPR)
                       TO OPR-SENHAS-ANTERIORES
                   MOVE TO-DATA-INCLUSAO(IND-OPR) TO OPR-DATA-INCLUSAO
                   WRITE REG-OPERADOR
               END-PERFORM
               CLOSE ARQ-OPERADORES
               PERFORM 6200-JORNALIZA-CONVERSAO
               PERFORM 6100-GRAVA-JORNAL
               DISPLAY ACAO-JORNAL ' DE ' CODIGO-ALVO
                       ' REGISTRADA.'
           END-IF.
           MOVE ACAO-JORNAL  TO JOP-ACAO.
           MOVE CODIGO-ALVO  TO JOP-ALVO.
           PERFORM 6150-ESCREVE-JORNAL.

       6150-ESCREVE-JORNAL.
           OPEN EXTEND ARQ-JORNAL.
           IF FS-JRN NOT = '00'
               OPEN OUTPUT ARQ-JORNAL
               CLOSE ARQ-JORNAL
           END-IF.

       6200-JORNALIZA-CONVERSAO.
      *    Registros legados convertidos na carga so ficam sem a
      *    senha em claro quando o arquivo e regravado; e nessa hora
      *    que a troca imposta vai ao jornal, com o mesmo autor que
      *    OPR-CREDENCIAL usa para a conversao.
           PERFORM VARYING IND-OPR FROM 1 BY 1
                   UNTIL IND-OPR > QTD-OPERADORES
               IF TO-CONVERTIDO(IND-OPR) = 'S'
                   MOVE SPACES        TO REG-JORNAL-OPR
                   ACCEPT JOP-DATA    FROM DATE YYYYMMDD
                   ACCEPT JOP-HORA    FROM TIME
                   MOVE 'CONVERSA'    TO JOP-QUEM
                   MOVE 'TROCA-OBRIG' TO JOP-ACAO
                   MOVE TO-CODIGO(IND-OPR) TO JOP-ALVO
                   PERFORM 6150-ESCREVE-JORNAL
                   MOVE 'N' TO TO-CONVERTIDO(IND-OPR)
               END-IF
           END-PERFORM.

       7000-LISTAR.
           MOVE 'P' TO CRD-FUNCAO.
           CALL 'OPR-CREDENCIAL' USING CRD-PARAMETRO.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'OPERADORES CADASTRADOS'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'CODIGO   NOME                           A NV '
                   'SENHA EM BLQ TROCA'.
           PERFORM VARYING IND-OPR FROM 1 BY 1
                   UNTIL IND-OPR > QTD-OPERADORES
               DISPLAY TO-CODIGO(IND-OPR) ' ' TO-NOME(IND-OPR)
                       ' ' TO-ATIVO(IND-OPR) '  '
                       TO-NIVEL(IND-OPR) ' '
                       TO-DATA-SENHA(IND-OPR) '  '
                       TO-BLOQUEIO(IND-OPR) '   '
                       TO-TROCA(IND-OPR)
           END-PERFORM.
           DISPLAY QTD-OPERADORES ' OPERADORES.'.
           DISPLAY 'POLITICA: BLOQUEIO EM ' CRD-MAX-FALHAS
                   ' FALHAS, SENHA VALE ' CRD-VALIDADE
                   ' DIAS, ' CRD-HISTORICO
                   ' ANTERIORES NAO VOLTAM (ZERO DESLIGA).'.

       8000-RESUMO-SENHA.
      *    O resumo e calculado pelo modulo de credenciais, o mesmo
      *    que o sign-on usa para conferir.
           MOVE 'H' TO CRD-FUNCAO.
           CALL 'OPR-CREDENCIAL' USING CRD-PARAMETRO.
