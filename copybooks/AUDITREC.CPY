      *                   ITS CREDIT LIMIT, SO A LIMIT
      *                   REFUSAL CAN BE TOLD APART FROM AN
      *                   INPUT REJECT AFTER THE FACT.
      *  2026-10-15 RLH   CARVED AU-TIPO-MOVIMENTO AND
      *                   AU-ID-VINCULADO OUT OF THE FILLER
      *                   (LRECL UNCHANGED AT 55).  A
      *                   REVERSAL (TYPE E) CARRIES THE ID
      *                   OF THE POSTING IT REVERSES, SO THE
      *                   AUDIT REPORT CAN LINK THE TWO.
      *                   SPACES ON RECORDS FROM BEFORE THE
      *                   FIELDS EXISTED MEANS AN ORDINARY
      *                   MOVEMENT WITH NO LINK.
      *  2026-10-15 RLH   NEW MOVEMENT TYPE T - A TRANSFER,
      *                   ONE AUDIT LINE FOR BOTH LEGS.
      *****************************************************
       01  AU-REGISTRO-AUDITORIA.
           05  AU-DATA                 PIC 9(08).
               88  AU-DISPOSICAO-ESTOURO       VALUE "E".
               88  AU-DISPOSICAO-LIMITE        VALUE "L".
           05  AU-MOEDA                PIC X(03).
           05  AU-TIPO-MOVIMENTO       PIC X(01).
               88  AU-MOVIMENTO-NORMAL         VALUE "N" " ".
               88  AU-MOVIMENTO-ESTORNO        VALUE "E".
               88  AU-MOVIMENTO-TRANSFERENCIA  VALUE "T".
           05  AU-ID-VINCULADO         PIC 9(06).
