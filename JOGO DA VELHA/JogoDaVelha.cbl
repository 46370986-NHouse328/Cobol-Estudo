      *     deteccao de empate e a jogada do computador numa partida
      *     revanche. Agora PREPARA-TABLE tambem zera PONTO-TABLE e
      *     VELHA-PONTO e devolve JOGADOR ao 'O' inicial.
      *   - Partida de torneio: chamado por VELHA-TORNEIO com a
      *     partida pedida no EXTERNAL do copybook VELHATOR, o jogo
      *     vai direto para dois jogadores, com os operadores de X e
      *     de O ja definidos pelo chaveamento, e o registro de
      *     VELHAPLACAR ganha no fim o numero do torneio e o da
      *     partida (zeros na partida avulsa) - e por ele que o
      *     torneio avanca o vencedor ou manda repetir a velha.
      *   - FD de OPERADORES passou a usar o copybook OPRCAD: o
      *     layout antigo de 52 posicoes lia o registro atual em
      *     pedacos, com registros fantasmas na busca dos nomes.
      ******************************************************************
           IDENTIFICATION DIVISION.
               PROGRAM-ID. JOGO-DA-VELHA.
                           05 PLACAR-JOGADOR-X PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 PLACAR-JOGADOR-O PIC X(08).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 PLACAR-TORNEIO   PIC 9(04).
                           05 FILLER           PIC X(01) VALUE SPACE.
                           05 PLACAR-JOGO      PIC 9(03).

                   FD ARQ-LOG
                       LABEL RECORD STANDARD.
                       LABEL RECORD STANDARD.

                       01 REG-OPERADOR.
                           COPY OPRCAD.

               WORKING-STORAGE SECTION.

                   01 JOGADOR-X-COD        PIC X(08) VALUE SPACES.
                   01 JOGADOR-O-COD        PIC X(08) VALUE SPACES.

                   01 TORNEIO-ATUAL        PIC 9(04) VALUE ZERO.
                   01 JOGO-DO-TORNEIO      PIC 9(03) VALUE ZERO.

                   COPY VELHATOR.

           PROCEDURE DIVISION.
               MAIN-PROCEDURE.

                   PERFORM PREPARA-TABLE.
                   PERFORM PREPARA-TORNEIO.
                   IF TORNEIO-ATUAL > ZERO
                       MOVE 1 TO MODO-JOGO
                   ELSE
                       PERFORM SELECIONA-MODO
                       PERFORM IDENTIFICA-JOGADORES
                   END-IF.
                   PERFORM EXIBE-TABLE.

                   PERFORM LOOP.
                   MOVE ZERO        TO FIM.
                   MOVE 'O'         TO JOGADOR.

               PREPARA-TORNEIO.
      *             Pedido de partida de torneio deixado por
      *             VELHA-TORNEIO: usado uma vez so e limpo, para a
      *             proxima partida avulsa nao sair carimbada.
                   MOVE ZERO TO TORNEIO-ATUAL.
                   MOVE ZERO TO JOGO-DO-TORNEIO.
                   IF VTP-TORNEIO IS NUMERIC AND VTP-TORNEIO > ZERO
                       MOVE VTP-TORNEIO   TO TORNEIO-ATUAL
                       MOVE VTP-JOGO      TO JOGO-DO-TORNEIO
                       MOVE VTP-JOGADOR-X TO JOGADOR-X-COD
                       MOVE VTP-JOGADOR-O TO JOGADOR-O-COD
                       DISPLAY 'TORNEIO ' TORNEIO-ATUAL ' PARTIDA '
                               JOGO-DO-TORNEIO ': X = ' JOGADOR-X-COD
                               '  O = ' JOGADOR-O-COD
                       MOVE ZERO   TO VTP-TORNEIO
                       MOVE ZERO   TO VTP-JOGO
                       MOVE SPACES TO VTP-JOGADOR-X
                       MOVE SPACES TO VTP-JOGADOR-O
                   END-IF.

               SELECIONA-MODO.

                   DISPLAY 'MODO DE JOGO (1=DOIS JOGADORES  '
                   ACCEPT PLACAR-DATA FROM DATE YYYYMMDD.
                   MOVE JOGADOR-X-COD TO PLACAR-JOGADOR-X.
                   MOVE JOGADOR-O-COD TO PLACAR-JOGADOR-O.
                   MOVE TORNEIO-ATUAL TO PLACAR-TORNEIO.
                   MOVE JOGO-DO-TORNEIO TO PLACAR-JOGO.
                   OPEN EXTEND ARQ-PLACAR
                   IF FS-PLACAR NOT = '00'
                       OPEN OUTPUT ARQ-PLACAR
