      ******************************************************************
      * Copybook:  RELBIB
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Linha da biblioteca de relatorios (RELBIB, e o
      *            arquivo morto RELBIBARC), no nivel 05 para o
      *            chamador por sob o proprio 01: cada linha de um
      *            relatorio catalogado, copiada do arquivo solto no
      *            momento do registro e marcada com o RCT-ID e o tipo
      *            da entrada do catalogo (copybook RELCAT). E o que o
      *            visualizador pagina - o arquivo solto de nome fixo
      *            e regravado na execucao seguinte, a copia nao.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o catalogo de relatorios.
      ******************************************************************
           05  RBL-ID.
               10  RBL-ID-DATA     PIC 9(08).
               10  RBL-ID-HORA     PIC 9(08).
               10  RBL-ID-SUFIXO   PIC 9(04).
           05  FILLER              PIC X(01).
           05  RBL-TIPO            PIC X(12).
           05  FILLER              PIC X(01).
           05  RBL-LINHA           PIC X(132).
