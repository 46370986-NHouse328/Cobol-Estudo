      *     Registro antigo sem os codigos entra com as proprias
      *     letras X/O como jogadores, e os totais por letra de
      *     sempre continuam no fim.
      *   - REG-PLACAR acompanhou o numero do torneio e da partida que
      *     JOGO-DA-VELHA passou a gravar no fim do registro; partida
      *     de torneio conta na classificacao como qualquer outra.
      *   - FD de OPERADORES passou a usar o copybook OPRCAD: o
      *     layout antigo de 52 posicoes lia o registro atual em
      *     pedacos, com registros fantasmas na busca dos nomes.
      ******************************************************************
           IDENTIFICATION DIVISION.
               PROGRAM-ID. VELHA-CLASSIFICACAO.
                           05 PLACAR-JOGADOR-X PIC X(08).
                           05 FILLER           PIC X(01).
                           05 PLACAR-JOGADOR-O PIC X(08).
                           05 FILLER           PIC X(01).
                           05 PLACAR-TORNEIO   PIC 9(04).
                           05 FILLER           PIC X(01).
                           05 PLACAR-JOGO      PIC 9(03).

                   FD ARQ-OPERADORES
                       LABEL RECORD STANDARD.

                       01 REG-OPERADOR.
                           COPY OPRCAD.

               WORKING-STORAGE SECTION.

