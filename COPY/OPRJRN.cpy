      ******************************************************************
      * Copybook:  OPRJRN
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Linha do jornal de operadores (OPRJRN), no nivel 05
      *            para o chamador por sob o proprio 01: data, hora,
      *            quem fez (o operador da sessao, LOTE sem sign-on,
      *            SIGN-ON quando foi o proprio crivo do sign-on, ou
      *            CONVERSA quando foi a conversao do registro legado
      *            de senha em claro), a acao e o codigo alvo. Acoes:
      *            INCLUSAO, DESATIVACAO, REATIVACAO, CREDENCIAL (de
      *            OPR-MANUTENCAO), BLOQUEIO, DESBLOQUEIO, VENCIMENTO
      *            (senha vencida, troca exigida), TROCA-OBRIG (a
      *            troca exigida, feita no sign-on; com autor
      *            CONVERSA, a troca imposta na conversao),
      *            TROCA-SENHA e AVISO-DORM (conta dormente avisada; a
      *            DESATIVACAO vem depois do prazo de aviso, com
      *            RECERTIF como autor, pela varredura de
      *            OPR-RECERTIFICA).
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo; o layout saiu da FD de OPR-MANUTENCAO,
      *     agora que o sign-on tambem grava no jornal.
      *   - Acao AVISO-DORM e autor RECERTIF, da varredura de contas
      *     dormentes.
      *   - Autor CONVERSA, da conversao dos registros legados de
      *     OPERADORES em OPR-CREDENCIAL.
      ******************************************************************
           05  JOP-DATA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  JOP-HORA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  JOP-QUEM            PIC X(08).
           05  FILLER              PIC X(01).
           05  JOP-ACAO            PIC X(12).
           05  FILLER              PIC X(01).
           05  JOP-ALVO            PIC X(08).
