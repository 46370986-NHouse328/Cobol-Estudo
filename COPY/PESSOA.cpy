      ******************************************************************
      * Copybook:  PESSOA
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Campos da pessoa sintetica de teste (ARQPESSOA),
      *            no nivel 05 para o chamador por sob o proprio 01:
      *            o registro de CPF-PESSOA-GERADOR e a area de
      *            ligacao do modulo PESSOA-SINTETICA usam o mesmo
      *            layout. Os FILLER separam as colunas do arquivo
      *            LINE SEQUENTIAL; quem monta o registro move SPACES
      *            ao 01 antes de preencher.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o gerador de pessoas sinteticas.
      *   - Acrescentada a faixa etaria (PES-IDADE-MIN e PES-IDADE-
      *     MAX) com que a pessoa foi montada, no fim do registro.
      ******************************************************************
           05  PES-CPF             PIC 9(11).
           05  FILLER              PIC X(01).
           05  PES-CPF-PONTUADO    PIC X(14).
           05  FILLER              PIC X(01).
           05  PES-NOME            PIC X(40).
           05  FILLER              PIC X(01).
           05  PES-SEXO            PIC X(01).
               88  PES-MASCULINO           VALUE 'M'.
               88  PES-FEMININO            VALUE 'F'.
           05  FILLER              PIC X(01).
           05  PES-DATA-NASC       PIC 9(08).
           05  FILLER              PIC X(01).
           05  PES-NOME-MAE        PIC X(40).
           05  FILLER              PIC X(01).
           05  PES-LOGRADOURO      PIC X(30).
           05  FILLER              PIC X(01).
           05  PES-NUMERO          PIC 9(05).
           05  FILLER              PIC X(01).
           05  PES-CIDADE          PIC X(20).
           05  FILLER              PIC X(01).
           05  PES-UF              PIC X(02).
           05  FILLER              PIC X(01).
           05  PES-CEP             PIC 9(08).
           05  FILLER              PIC X(01).
           05  PES-TELEFONE        PIC X(15).
           05  FILLER              PIC X(01).
           05  PES-AREA            PIC X(08).
           05  FILLER              PIC X(01).
           05  PES-IDADE-MIN       PIC 9(03).
           05  FILLER              PIC X(01).
           05  PES-IDADE-MAX       PIC 9(03).
