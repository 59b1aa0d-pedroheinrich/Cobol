      *  RECORD LAYOUT FOR THE AULA1 CHECKPOINT FILE       *
      *  (CHECKFILE) - A SINGLE KEYED RECORD HOLDING THE   *
      *  COUNT OF TRANSACTIONS COMPLETED SO FAR, SO A      *
      *  RESTARTED RUN CAN SKIP WORK ALREADY DONE, AND THE *
      *  STATE OF THE ACKNOWLEDGEMENT FILE (RETORNO) AT    *
      *  THAT POINT: HOW MANY BATCHES HAVE THEIR LT RECORD *
      *  WRITTEN, AND THE COUNTS AND BRL TOTALS SO FAR OF  *
      *  THE BATCH IN PROGRESS.                            *
      *-----------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-08-09 RLH   ORIGINAL COPYBOOK.
      *  2026-10-15 RLH   ADDED THE ACKNOWLEDGEMENT STATE
      *                   (CK-LOTES-CONFIRMADOS AND THE
      *                   CK-LOTE- TOTALS).
      *****************************************************
       01  CK-REGISTRO-CHECKPOINT.
           05  CK-CHAVE                PIC X(08).
           05  CK-CONTADOR-PROCESSADO  PIC 9(07) COMP.
           05  CK-LOTES-CONFIRMADOS    PIC 9(04) COMP.
           05  CK-LOTE-POSTADOS        PIC 9(07) COMP.
           05  CK-LOTE-REJEITADOS      PIC 9(07) COMP.
           05  CK-LOTE-VALOR-POSTADO   PIC S9(13)V99 COMP-3.
           05  CK-LOTE-VALOR-REJEITADO PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(10).
