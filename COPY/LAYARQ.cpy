      ******************************************************************
      * Copybook:  LAYARQ
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Cartao descritor de layout de arquivo, lido pelo
      *            dump por layout de LER-ARQUIVO - tanto do arquivo
      *            de descritores LAYOUTARQ quanto do catalogo embutido
      *            (copybook LAYCAT), que usam o mesmo cartao. Campos
      *            sob o proprio 01 do chamador. Cada arquivo tem um
      *            cartao A (nome logico, descricao, organizacao S
      *            sequencial ou I indexado e, no indexado, inicio e
      *            tamanho da chave primaria) seguido dos seus cartoes
      *            C, um por campo (nome, inicio, tamanho e classe: X
      *            alfanumerico, 9 numerico). Cartao com * na coluna 1
      *            e comentario.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o dump por layout.
      ******************************************************************
           05  LAY-TIPO            PIC X(01).
               88  LAY-COMENTARIO          VALUE '*'.
               88  LAY-E-ARQUIVO           VALUE 'A'.
               88  LAY-E-CAMPO             VALUE 'C'.
           05  LAY-ARQUIVO         PIC X(12).
           05  LAY-NOME            PIC X(20).
           05  LAY-INICIO          PIC 9(04).
           05  LAY-TAMANHO         PIC 9(04).
           05  LAY-CLASSE          PIC X(01).
               88  LAY-SEQUENCIAL          VALUE 'S'.
               88  LAY-INDEXADO            VALUE 'I'.
               88  LAY-ALFANUMERICO        VALUE 'X'.
               88  LAY-NUMERICO            VALUE '9'.
