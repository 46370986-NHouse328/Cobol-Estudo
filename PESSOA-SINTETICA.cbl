      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Modulo unico de montagem da pessoa sintetica de
      *            teste a partir de um CPF: nome, sexo, nascimento,
      *            nome da mae, endereco (logradouro, cidade, UF, CEP)
      *            e telefone. Tudo sai de uma sequencia pseudo-
      *            aleatoria semeada pelo proprio CPF, sem relogio: o
      *            mesmo CPF (com a mesma data de referencia e a mesma
      *            faixa etaria) da sempre a mesma pessoa, em qualquer
      *            rodada e em qualquer programa que chame o modulo.
      *            Coerencia interna: a UF e sorteada entre as da
      *            regiao fiscal do CPF (9o digito, copybook
      *            REGIAO-FISCAL); cidade, faixa de CEP e DDD saem da
      *            tabela da UF; o ultimo sobrenome da mae e o do meio
      *            da pessoa; a idade na data de referencia fica entre
      *            LK-IDADE-MIN e LK-IDADE-MAX.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Modulo novo, junto com CPF-PESSOA-GERADOR. A sequencia e
      *     o gerador multiplicativo de Lehmer (multiplicador 48271,
      *     modulo 2147483647), semeado pelo CPF misturado por dois
      *     quadrados modulo 999999937 e com tres passos de
      *     aquecimento, para CPFs vizinhos nao darem pessoas em
      *     serie.
      *   - A faixa etaria recebida sai tambem no registro da
      *     pessoa (PES-IDADE-MIN e PES-IDADE-MAX).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESSOA-SINTETICA.

       DATA DIVISION.
           WORKING-STORAGE SECTION.

               01 SEMENTE          PIC 9(18).
               01 QUOCIENTE        PIC 9(18).
               01 SORTEIO-LIMITE   PIC 9(05).
               01 SORTEIO          PIC 9(05).
               01 IND              PIC 9(02).
               01 IND-UF           PIC 9(02).
               01 QTD-UF-REGIAO    PIC 9(01).
               01 REGIAO           PIC 9(01).
               01 LISTA-UF         PIC X(17).
               01 UF-ESCOLHIDA     PIC X(02).
               01 IDADE            PIC 9(03).
               01 ANO-NASC         PIC 9(04).
               01 MES-NASC         PIC 9(02).
               01 DIA-NASC         PIC 9(02).
               01 PRENOME          PIC X(10).
               01 PRENOME-MAE      PIC X(10).
               01 SOBRENOME-AVO    PIC X(10).
               01 SOBRENOME-MAE    PIC X(10).
               01 SOBRENOME-PAI    PIC X(10).
               01 CEP-PREFIXO      PIC 9(05).
               01 CEP-SUFIXO       PIC 9(03).
               01 FONE-PARTE-1     PIC 9(04).
               01 FONE-PARTE-2     PIC 9(04).

               01 CPF-TRAB         PIC 9(11).
               01 CPF-TRAB-RED     REDEFINES CPF-TRAB.
                   05 DIGITO       PIC 9(01) OCCURS 11.

               01 TAB-PRENOME-MASC.
                   05 FILLER PIC X(10) VALUE 'ANTONIO'.
                   05 FILLER PIC X(10) VALUE 'CARLOS'.
                   05 FILLER PIC X(10) VALUE 'PAULO'.
                   05 FILLER PIC X(10) VALUE 'PEDRO'.
                   05 FILLER PIC X(10) VALUE 'LUCAS'.
                   05 FILLER PIC X(10) VALUE 'MARCOS'.
                   05 FILLER PIC X(10) VALUE 'RAFAEL'.
                   05 FILLER PIC X(10) VALUE 'JOSE'.
                   05 FILLER PIC X(10) VALUE 'GABRIEL'.
                   05 FILLER PIC X(10) VALUE 'FELIPE'.
                   05 FILLER PIC X(10) VALUE 'RODRIGO'.
                   05 FILLER PIC X(10) VALUE 'GUSTAVO'.
                   05 FILLER PIC X(10) VALUE 'THIAGO'.
                   05 FILLER PIC X(10) VALUE 'EDUARDO'.
                   05 FILLER PIC X(10) VALUE 'MARCELO'.
                   05 FILLER PIC X(10) VALUE 'RICARDO'.
                   05 FILLER PIC X(10) VALUE 'ANDRE'.
                   05 FILLER PIC X(10) VALUE 'BRUNO'.
                   05 FILLER PIC X(10) VALUE 'DANIEL'.
                   05 FILLER PIC X(10) VALUE 'LEONARDO'.
               01 TAB-PRENOME-MASC-RED REDEFINES TAB-PRENOME-MASC.
                   05 PRENOME-MASC PIC X(10) OCCURS 20.

               01 TAB-PRENOME-FEM.
                   05 FILLER PIC X(10) VALUE 'MARIA'.
                   05 FILLER PIC X(10) VALUE 'ANA'.
                   05 FILLER PIC X(10) VALUE 'JULIANA'.
                   05 FILLER PIC X(10) VALUE 'FERNANDA'.
                   05 FILLER PIC X(10) VALUE 'PATRICIA'.
                   05 FILLER PIC X(10) VALUE 'ALINE'.
                   05 FILLER PIC X(10) VALUE 'CAMILA'.
                   05 FILLER PIC X(10) VALUE 'BEATRIZ'.
                   05 FILLER PIC X(10) VALUE 'LETICIA'.
                   05 FILLER PIC X(10) VALUE 'MARIANA'.
                   05 FILLER PIC X(10) VALUE 'LUCIANA'.
                   05 FILLER PIC X(10) VALUE 'VANESSA'.
                   05 FILLER PIC X(10) VALUE 'CRISTINA'.
                   05 FILLER PIC X(10) VALUE 'ADRIANA'.
                   05 FILLER PIC X(10) VALUE 'SIMONE'.
                   05 FILLER PIC X(10) VALUE 'RENATA'.
                   05 FILLER PIC X(10) VALUE 'CLAUDIA'.
                   05 FILLER PIC X(10) VALUE 'DANIELA'.
                   05 FILLER PIC X(10) VALUE 'LARISSA'.
                   05 FILLER PIC X(10) VALUE 'GABRIELA'.
               01 TAB-PRENOME-FEM-RED REDEFINES TAB-PRENOME-FEM.
                   05 PRENOME-FEM  PIC X(10) OCCURS 20.

               01 TAB-SOBRENOME.
                   05 FILLER PIC X(10) VALUE 'SILVA'.
                   05 FILLER PIC X(10) VALUE 'SANTOS'.
                   05 FILLER PIC X(10) VALUE 'OLIVEIRA'.
                   05 FILLER PIC X(10) VALUE 'SOUZA'.
                   05 FILLER PIC X(10) VALUE 'RODRIGUES'.
                   05 FILLER PIC X(10) VALUE 'FERREIRA'.
                   05 FILLER PIC X(10) VALUE 'ALVES'.
                   05 FILLER PIC X(10) VALUE 'PEREIRA'.
                   05 FILLER PIC X(10) VALUE 'LIMA'.
                   05 FILLER PIC X(10) VALUE 'GOMES'.
                   05 FILLER PIC X(10) VALUE 'COSTA'.
                   05 FILLER PIC X(10) VALUE 'RIBEIRO'.
                   05 FILLER PIC X(10) VALUE 'MARTINS'.
                   05 FILLER PIC X(10) VALUE 'CARVALHO'.
                   05 FILLER PIC X(10) VALUE 'ALMEIDA'.
                   05 FILLER PIC X(10) VALUE 'LOPES'.
                   05 FILLER PIC X(10) VALUE 'SOARES'.
                   05 FILLER PIC X(10) VALUE 'FERNANDES'.
                   05 FILLER PIC X(10) VALUE 'VIEIRA'.
                   05 FILLER PIC X(10) VALUE 'BARBOSA'.
                   05 FILLER PIC X(10) VALUE 'ROCHA'.
                   05 FILLER PIC X(10) VALUE 'DIAS'.
                   05 FILLER PIC X(10) VALUE 'NASCIMENTO'.
                   05 FILLER PIC X(10) VALUE 'ANDRADE'.
                   05 FILLER PIC X(10) VALUE 'MOREIRA'.
                   05 FILLER PIC X(10) VALUE 'NUNES'.
                   05 FILLER PIC X(10) VALUE 'MARQUES'.
                   05 FILLER PIC X(10) VALUE 'MACHADO'.
                   05 FILLER PIC X(10) VALUE 'MENDES'.
                   05 FILLER PIC X(10) VALUE 'FREITAS'.
               01 TAB-SOBRENOME-RED REDEFINES TAB-SOBRENOME.
                   05 SOBRENOME    PIC X(10) OCCURS 30.

               01 TAB-LOGRADOURO.
                   05 FILLER PIC X(30) VALUE 'RUA DAS FLORES'.
                   05 FILLER PIC X(30) VALUE 'RUA SETE DE SETEMBRO'.
                   05 FILLER PIC X(30) VALUE 'AVENIDA BRASIL'.
                   05 FILLER PIC X(30) VALUE 'RUA DOM PEDRO II'.
                   05 FILLER PIC X(30) VALUE 'RUA DA PAZ'.
                   05 FILLER PIC X(30) VALUE 'AVENIDA GETULIO VARGAS'.
                   05 FILLER PIC X(30) VALUE 'RUA TIRADENTES'.
                   05 FILLER PIC X(30) VALUE 'RUA SANTOS DUMONT'.
                   05 FILLER PIC X(30) VALUE 'RUA DAS PALMEIRAS'.
                   05 FILLER PIC X(30) VALUE 'RUA QUINZE DE NOVEMBRO'.
                   05 FILLER PIC X(30) VALUE 'AVENIDA DAS AMERICAS'.
                   05 FILLER PIC X(30) VALUE 'RUA SAO JOSE'.
                   05 FILLER PIC X(30) VALUE 'RUA DOS ANDRADAS'.
                   05 FILLER PIC X(30) VALUE 'RUA BARAO DO RIO BRANCO'.
                   05 FILLER PIC X(30) VALUE 'AVENIDA INDEPENDENCIA'.
               01 TAB-LOGRADOURO-RED REDEFINES TAB-LOGRADOURO.
                   05 LOGRADOURO   PIC X(30) OCCURS 15.

      *        UF, capital, faixa dos cinco primeiros digitos do CEP
      *        (inicio e fim) e DDD da capital.
               01 TAB-UF.
                   05 FILLER PIC X(34) VALUE
                      'ACRIO BRANCO          699006999968'.
                   05 FILLER PIC X(34) VALUE
                      'ALMACEIO              570005799982'.
                   05 FILLER PIC X(34) VALUE
                      'AMMANAUS              690006929992'.
                   05 FILLER PIC X(34) VALUE
                      'APMACAPA              689006899996'.
                   05 FILLER PIC X(34) VALUE
                      'BASALVADOR            400004899971'.
                   05 FILLER PIC X(34) VALUE
                      'CEFORTALEZA           600006399985'.
                   05 FILLER PIC X(34) VALUE
                      'DFBRASILIA            700007279961'.
                   05 FILLER PIC X(34) VALUE
                      'ESVITORIA             290002999927'.
                   05 FILLER PIC X(34) VALUE
                      'GOGOIANIA             740007679962'.
                   05 FILLER PIC X(34) VALUE
                      'MASAO LUIS            650006599998'.
                   05 FILLER PIC X(34) VALUE
                      'MGBELO HORIZONTE      300003999931'.
                   05 FILLER PIC X(34) VALUE
                      'MSCAMPO GRANDE        790007999967'.
                   05 FILLER PIC X(34) VALUE
                      'MTCUIABA              780007889965'.
                   05 FILLER PIC X(34) VALUE
                      'PABELEM               660006889991'.
                   05 FILLER PIC X(34) VALUE
                      'PBJOAO PESSOA         580005899983'.
                   05 FILLER PIC X(34) VALUE
                      'PERECIFE              500005699981'.
                   05 FILLER PIC X(34) VALUE
                      'PITERESINA            640006499986'.
                   05 FILLER PIC X(34) VALUE
                      'PRCURITIBA            800008799941'.
                   05 FILLER PIC X(34) VALUE
                      'RJRIO DE JANEIRO      200002899921'.
                   05 FILLER PIC X(34) VALUE
                      'RNNATAL               590005999984'.
                   05 FILLER PIC X(34) VALUE
                      'ROPORTO VELHO         768007699969'.
                   05 FILLER PIC X(34) VALUE
                      'RRBOA VISTA           693006939995'.
                   05 FILLER PIC X(34) VALUE
                      'RSPORTO ALEGRE        900009999951'.
                   05 FILLER PIC X(34) VALUE
                      'SCFLORIANOPOLIS       880008999948'.
                   05 FILLER PIC X(34) VALUE
                      'SEARACAJU             490004999979'.
                   05 FILLER PIC X(34) VALUE
                      'SPSAO PAULO           010001999911'.
                   05 FILLER PIC X(34) VALUE
                      'TOPALMAS              770007799963'.
               01 TAB-UF-RED REDEFINES TAB-UF.
                   05 UF-ITEM OCCURS 27.
                       10 UF-SIGLA     PIC X(02).
                       10 UF-CIDADE    PIC X(20).
                       10 UF-CEP-INI   PIC 9(05).
                       10 UF-CEP-FIM   PIC 9(05).
                       10 UF-DDD       PIC 9(02).

               COPY REGIAO-FISCAL.

           LINKAGE SECTION.

               01 LK-CPF              PIC 9(11).
               01 LK-DATA-REF.
                   05 LK-ANO-REF      PIC 9(04).
                   05 LK-MES-DIA-REF  PIC 9(04).
               01 LK-IDADE-MIN        PIC 9(03).
               01 LK-IDADE-MAX        PIC 9(03).
               01 LK-PESSOA.
                   COPY PESSOA.

       PROCEDURE DIVISION USING LK-CPF LK-DATA-REF LK-IDADE-MIN
                                LK-IDADE-MAX LK-PESSOA.

       0000-PRINCIPAL.

           MOVE SPACES TO LK-PESSOA.
           MOVE LK-CPF TO CPF-TRAB.
           MOVE LK-CPF TO PES-CPF.
           MOVE LK-IDADE-MIN TO PES-IDADE-MIN.
           MOVE LK-IDADE-MAX TO PES-IDADE-MAX.
           STRING DIGITO(1) DIGITO(2) DIGITO(3) '.'
                  DIGITO(4) DIGITO(5) DIGITO(6) '.'
                  DIGITO(7) DIGITO(8) DIGITO(9) '-'
                  DIGITO(10) DIGITO(11)
                  DELIMITED BY SIZE INTO PES-CPF-PONTUADO.

      *    Dois quadrados modulo 999999937 misturam o CPF antes da
      *    sequencia linear - sem isso CPFs vizinhos dariam pessoas
      *    em serie (nascimentos em meses seguidos e assim por diante).
           DIVIDE LK-CPF BY 999999937 GIVING QUOCIENTE
                  REMAINDER SEMENTE.
           PERFORM 9200-MISTURA-SEMENTE 2 TIMES.
           IF SEMENTE = ZERO
               MOVE 1 TO SEMENTE
           END-IF.
           PERFORM 9000-AVANCA-SEMENTE 3 TIMES.

           PERFORM 1000-MONTA-NOMES.
           PERFORM 2000-MONTA-NASCIMENTO.
           PERFORM 3000-MONTA-ENDERECO.
           PERFORM 4000-MONTA-TELEFONE.

           GOBACK.

       1000-MONTA-NOMES.
      *    Pessoa: prenome, sobrenome da mae, sobrenome do pai. Mae:
      *    prenome, sobrenome da avo materna, o mesmo sobrenome que
      *    ela passou a pessoa.
           MOVE 2 TO SORTEIO-LIMITE.
           PERFORM 9100-SORTEIA.
           IF SORTEIO = 0
               MOVE 'F' TO PES-SEXO
               MOVE 20 TO SORTEIO-LIMITE
               PERFORM 9100-SORTEIA
               MOVE PRENOME-FEM(SORTEIO + 1) TO PRENOME
           ELSE
               MOVE 'M' TO PES-SEXO
               MOVE 20 TO SORTEIO-LIMITE
               PERFORM 9100-SORTEIA
               MOVE PRENOME-MASC(SORTEIO + 1) TO PRENOME
           END-IF.

           MOVE 20 TO SORTEIO-LIMITE.
           PERFORM 9100-SORTEIA.
           MOVE PRENOME-FEM(SORTEIO + 1) TO PRENOME-MAE.

           MOVE 30 TO SORTEIO-LIMITE.
           PERFORM 9100-SORTEIA.
           MOVE SOBRENOME(SORTEIO + 1) TO SOBRENOME-AVO.
           PERFORM 9100-SORTEIA.
           MOVE SOBRENOME(SORTEIO + 1) TO SOBRENOME-MAE.
           PERFORM 9100-SORTEIA.
           MOVE SOBRENOME(SORTEIO + 1) TO SOBRENOME-PAI.

           STRING PRENOME       DELIMITED BY SPACE
                  ' '           DELIMITED BY SIZE
                  SOBRENOME-MAE DELIMITED BY SPACE
                  ' '           DELIMITED BY SIZE
                  SOBRENOME-PAI DELIMITED BY SPACE
               INTO PES-NOME.
           STRING PRENOME-MAE   DELIMITED BY SPACE
                  ' '           DELIMITED BY SIZE
                  SOBRENOME-AVO DELIMITED BY SPACE
                  ' '           DELIMITED BY SIZE
                  SOBRENOME-MAE DELIMITED BY SPACE
               INTO PES-NOME-MAE.

       2000-MONTA-NASCIMENTO.
      *    Dia limitado a 28 para toda data sair valida sem tabela de
      *    dias por mes. O ano recua um quando o aniversario ainda nao
      *    chegou na data de referencia, para a idade completa ser
      *    exatamente a sorteada.
           COMPUTE SORTEIO-LIMITE = LK-IDADE-MAX - LK-IDADE-MIN + 1.
           PERFORM 9100-SORTEIA.
           COMPUTE IDADE = LK-IDADE-MIN + SORTEIO.

           MOVE 12 TO SORTEIO-LIMITE.
           PERFORM 9100-SORTEIA.
           COMPUTE MES-NASC = SORTEIO + 1.
           MOVE 28 TO SORTEIO-LIMITE.
           PERFORM 9100-SORTEIA.
           COMPUTE DIA-NASC = SORTEIO + 1.

           COMPUTE ANO-NASC = LK-ANO-REF - IDADE.
           IF (MES-NASC * 100 + DIA-NASC) > LK-MES-DIA-REF
               SUBTRACT 1 FROM ANO-NASC
           END-IF.
           COMPUTE PES-DATA-NASC = ANO-NASC * 10000
                                 + MES-NASC * 100 + DIA-NASC.

       3000-MONTA-ENDERECO.
      *    A UF sai da lista da regiao fiscal do CPF (duas letras e
      *    um espaco por UF); cidade, CEP e DDD, da tabela da UF.
           MOVE DIGITO(9) TO REGIAO.
           MOVE REGIAO-FISCAL-UFS(REGIAO + 1) TO LISTA-UF.
           MOVE ZERO TO QTD-UF-REGIAO.
           PERFORM VARYING IND FROM 1 BY 3 UNTIL IND > 16
               IF LISTA-UF(IND:2) NOT = SPACES
                   ADD 1 TO QTD-UF-REGIAO
               END-IF
           END-PERFORM.
           MOVE QTD-UF-REGIAO TO SORTEIO-LIMITE.
           PERFORM 9100-SORTEIA.
           COMPUTE IND = SORTEIO * 3 + 1.
           MOVE LISTA-UF(IND:2) TO UF-ESCOLHIDA.

           MOVE 1 TO IND-UF.
           PERFORM UNTIL IND-UF > 27
                      OR UF-SIGLA(IND-UF) = UF-ESCOLHIDA
               ADD 1 TO IND-UF
           END-PERFORM.

           MOVE UF-ESCOLHIDA        TO PES-UF.
           MOVE UF-CIDADE(IND-UF)   TO PES-CIDADE.
           COMPUTE SORTEIO-LIMITE = UF-CEP-FIM(IND-UF)
                                  - UF-CEP-INI(IND-UF) + 1.
           PERFORM 9100-SORTEIA.
           COMPUTE CEP-PREFIXO = UF-CEP-INI(IND-UF) + SORTEIO.
           MOVE 1000 TO SORTEIO-LIMITE.
           PERFORM 9100-SORTEIA.
           MOVE SORTEIO TO CEP-SUFIXO.
           COMPUTE PES-CEP = CEP-PREFIXO * 1000 + CEP-SUFIXO.

           MOVE 15 TO SORTEIO-LIMITE.
           PERFORM 9100-SORTEIA.
           MOVE LOGRADOURO(SORTEIO + 1) TO PES-LOGRADOURO.
           MOVE 2000 TO SORTEIO-LIMITE.
           PERFORM 9100-SORTEIA.
           COMPUTE PES-NUMERO = SORTEIO + 1.

       4000-MONTA-TELEFONE.
      *    Celular no DDD da capital da UF: (DD) 9NNNN-NNNN.
           MOVE 10000 TO SORTEIO-LIMITE.
           PERFORM 9100-SORTEIA.
           MOVE SORTEIO TO FONE-PARTE-1.
           PERFORM 9100-SORTEIA.
           MOVE SORTEIO TO FONE-PARTE-2.
           STRING '(' UF-DDD(IND-UF) ') 9' FONE-PARTE-1 '-'
                  FONE-PARTE-2
                  DELIMITED BY SIZE INTO PES-TELEFONE.

       9000-AVANCA-SEMENTE.
           COMPUTE SEMENTE = SEMENTE * 48271.
           DIVIDE SEMENTE BY 2147483647 GIVING QUOCIENTE
                  REMAINDER SEMENTE.

       9100-SORTEIA.
      *    Proximo valor da sequencia, reduzido a 0 .. limite - 1.
           PERFORM 9000-AVANCA-SEMENTE.
           DIVIDE SEMENTE BY SORTEIO-LIMITE GIVING QUOCIENTE
                  REMAINDER SORTEIO.

       9200-MISTURA-SEMENTE.
           COMPUTE SEMENTE = SEMENTE * SEMENTE + 7919.
           DIVIDE SEMENTE BY 999999937 GIVING QUOCIENTE
                  REMAINDER SEMENTE.
