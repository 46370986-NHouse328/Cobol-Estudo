      ******************************************************************
      * Copybook:  BKPCAT
      * Author:    GABRIEL CASANOVA SILVA
      * Date:      15/10/2026
      * Purpose:   Registro do catalogo de geracoes de backup (BKPCAT),
      *            no nivel 05 para o chamador por sob o proprio 01.
      *            Uma linha por geracao salva por ARQ-BACKUP: o nome
      *            logico do arquivo permanente, a data (uma geracao
      *            por arquivo por noite - e a data que da nome ao
      *            arquivo da geracao), a hora, o ultimo run de
      *            geracao ja concluido quando a copia foi tirada, a
      *            quantidade de registros, o tamanho em bytes
      *            (quantidade vezes o tamanho do registro) e quem
      *            disparou. ARQ-RESTAURA confere a geracao escolhida
      *            contra esta linha antes de devolve-la ao lugar.
      *----------------------------------------------------------------
      * Historico de alteracoes:
      *   - Copybook novo, junto com o backup versionado dos arquivos
      *     permanentes.
      ******************************************************************
           05  BKC-ARQUIVO         PIC X(12).
           05  FILLER              PIC X(01).
           05  BKC-DATA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  BKC-HORA            PIC 9(06).
           05  FILLER              PIC X(01).
           05  BKC-NUM-RUN         PIC 9(10).
           05  FILLER              PIC X(01).
           05  BKC-QTD             PIC 9(11).
           05  FILLER              PIC X(01).
           05  BKC-BYTES           PIC 9(13).
           05  FILLER              PIC X(01).
           05  BKC-TAM-REG         PIC 9(03).
           05  FILLER              PIC X(01).
           05  BKC-OPERADOR        PIC X(08).
