      ******************************************************************
      * Copybook:  RELREG
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Parametro do registro de um relatorio no catalogo:
      *            CALL 'REGISTRA-RELATORIO' USING REL-REGISTRO, logo
      *            depois do CLOSE do relatorio. REL-TIPO e o nome
      *            logico do ASSIGN do relatorio; REL-RUN zero deixa o
      *            modulo usar o run do manifesto da geracao, quando o
      *            manifesto e do dia; REL-ULTIMAS zero registra o
      *            arquivo inteiro, N so as ultimas N linhas (arquivo
      *            que acumula, como os certificados). O chamador
      *            poe o seu RETURN-CODE em REL-RC-CHAMADOR antes do
      *            CALL e o modulo o devolve intacto (o CALL
      *            sobrepoe o RETURN-CODE de quem chama). O mesmo
      *            copybook e a LINKAGE do modulo.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o catalogo de relatorios.
      ******************************************************************
       01  REL-REGISTRO.
           05  REL-TIPO            PIC X(12).
           05  REL-PROGRAMA        PIC X(30).
           05  REL-RUN             PIC 9(10).
           05  REL-ULTIMAS         PIC 9(07).
           05  REL-RC-CHAMADOR     PIC S9(04) COMP.
