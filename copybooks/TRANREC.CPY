      *                   FILLER, SO THE LRECL GROWS FROM
      *                   50 TO 60 - REJECTREC'S RAW-RECORD
      *                   FIELD WIDENS WITH IT.
      *  2026-10-15 RLH   NEW OPERATION E (ESTORNO) - A
      *                   REVERSAL OF AN ITEM ALREADY
      *                   POSTED.  CARVED TR-ID-ORIGINAL,
      *                   THE ID OF THE POSTING BEING
      *                   REVERSED, OUT OF THE FILLER
      *                   (LRECL UNCHANGED AT 60).  THE
      *                   ACCOUNT, CURRENCY, RATE AND
      *                   AMOUNTS OF A REVERSAL COME FROM
      *                   THE ORIGINAL POSTING, NOT FROM
      *                   THIS RECORD.
      *  2026-10-15 RLH   NEW OPERATION T (TRANSFERENCIA) -
      *                   ONE ITEM MOVING TR-NUM1 FROM
      *                   TR-CONTA (THE DEBIT SIDE) TO
      *                   TR-CONTA-CREDITO, WHICH REDEFINES
      *                   THE REVERSAL DATA (LRECL
      *                   UNCHANGED AT 60).  TR-IND-DEBITO-
      *                   CREDITO IS NOT USED ON A
      *                   TRANSFER - EACH LEG HAS ITS OWN.
      *  2026-10-15 RLH   CARVED TR-CAB-ORIGEM OUT OF THE
      *                   HEADER FILLER (LRECL UNCHANGED):
      *                   J MARKS THE INTEREST ACCRUAL BATCH
      *                   AULA12 BUILDS, WHOSE CREDITS ARE
      *                   NOT CUSTOMER ACTIVITY AND MUST NOT
      *                   KEEP AN ACCOUNT FROM GOING
      *                   DORMANT.  SPACES MEANS AN ORDINARY
      *                   BATCH.
      *****************************************************
       01  TR-REGISTRO-TRANSACAO.
           05  TR-TIPO-REGISTRO        PIC X(02).
                   88  TR-OPERACAO-SUBTRACAO       VALUE "S".
                   88  TR-OPERACAO-MULTIPLICACAO   VALUE "M".
                   88  TR-OPERACAO-DIVISAO         VALUE "D".
                   88  TR-OPERACAO-ESTORNO         VALUE "E".
                   88  TR-OPERACAO-TRANSFERENCIA   VALUE "T".
               10  TR-CONTADOR-RESSUBMISSAO
                                       PIC 9(02).
               10  TR-CONTA            PIC 9(08).
                   15  FILLER          PIC X(04).
                   15  TR-VALOR-MM     PIC X(02).
                   15  TR-VALOR-DD     PIC X(02).
               10  TR-DADOS-ESTORNO.
                   15  TR-ID-ORIGINAL  PIC 9(06).
                   15  FILLER          PIC X(03).
               10  TR-DADOS-TRANSFERENCIA
                       REDEFINES TR-DADOS-ESTORNO.
                   15  TR-CONTA-CREDITO
                                       PIC 9(08).
                   15  FILLER          PIC X(01).
           05  TR-DADOS-CABECALHO REDEFINES TR-DADOS-DETALHE.
               10  TR-CAB-NUMERO-LOTE  PIC 9(06).
               10  TR-CAB-DATA-GERACAO PIC 9(08).
               10  TR-CAB-ORIGEM       PIC X(01).
                   88  TR-CAB-ORIGEM-JUROS         VALUE "J".
               10  FILLER              PIC X(43).
           05  TR-DADOS-TRAILER REDEFINES TR-DADOS-DETALHE.
               10  TR-TRL-NUMERO-LOTE  PIC 9(06).
               10  TR-TRL-CONTADOR-REGISTROS
