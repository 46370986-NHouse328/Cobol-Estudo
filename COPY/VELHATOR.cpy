      ******************************************************************
      * Copybook:  VELHATOR
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Partida de torneio pedida ao jogo, compartilhada por
      *            EXTERNAL entre VELHA-TORNEIO (que sabe, pelo
      *            chaveamento, qual e a proxima partida e quem joga de
      *            X e de O) e JOGO-DA-VELHA, que a joga: com
      *            VTP-TORNEIO preenchido o jogo dispensa a escolha de
      *            modo e a identificacao, usa os dois codigos daqui e
      *            carimba o torneio e o numero da partida no registro
      *            de VELHAPLACAR. O jogo usa o pedido uma vez so e o
      *            limpa; sem preenchimento - a area vem zerada - a
      *            partida e avulsa, como sempre.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o torneio eliminatorio.
      ******************************************************************
       01  VELHA-TORNEIO-PARTIDA EXTERNAL.
           05  VTP-TORNEIO         PIC 9(04).
           05  VTP-JOGO            PIC 9(03).
           05  VTP-JOGADOR-X       PIC X(08).
           05  VTP-JOGADOR-O       PIC X(08).
