      *****************************************************
      *  ORDMREC.CPY                                      *
      *  RECORD LAYOUT FOR THE STANDING-ORDER MAINTENANCE  *
      *  AUDIT TRAIL (ORDMANT) - ONE LINE WRITTEN BY THE   *
      *  STANDING-ORDER MAINTENANCE PROGRAM (AULA15) FOR   *
      *  EVERY ORDER ADDED, AMENDED, SUSPENDED, RESUMED    *
      *  OR CANCELLED, SO AN EXAMINER CAN SEE WHO CHANGED  *
      *  A CUSTOMER'S RECURRING PAYMENT, WHEN AND WHY - THE*
      *  SAME PURPOSE SALDMANT SERVES FOR THE BALANCE      *
      *  MASTER.  THE BEFORE/AFTER PAIRS CARRY THE STATUS, *
      *  THE AMOUNT AND THE END DATE; FOR AN ADDITION THE  *
      *  BEFORE VALUES ARE SPACES AND ZERO.                *
      *  OM-DATA-PROXIMA IS THE NEXT DUE DATE AS THE       *
      *  ACTION LEFT IT.                                   *
      *-----------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 RLH   ORIGINAL COPYBOOK.
      *****************************************************
       01  OM-REGISTRO-MANUTENCAO.
           05  OM-DATA                 PIC 9(08).
           05  OM-HORA                 PIC 9(06).
           05  OM-OPERADOR             PIC X(08).
           05  OM-ACAO                 PIC X(01).
               88  OM-ACAO-INCLUSAO            VALUE "I".
               88  OM-ACAO-ALTERACAO           VALUE "A".
               88  OM-ACAO-SUSPENSAO           VALUE "S".
               88  OM-ACAO-REATIVACAO          VALUE "R".
               88  OM-ACAO-CANCELAMENTO        VALUE "C".
           05  OM-NUMERO-ORDEM         PIC 9(06).
           05  OM-CONTA                PIC 9(08).
           05  OM-SITUACAO-ANTERIOR    PIC X(01).
           05  OM-SITUACAO-NOVA        PIC X(01).
           05  OM-VALOR-ANTERIOR       PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  OM-VALOR-NOVO           PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  OM-DATA-FIM-ANTERIOR    PIC 9(08).
           05  OM-DATA-FIM-NOVA        PIC 9(08).
           05  OM-DATA-PROXIMA         PIC 9(08).
           05  OM-MOTIVO               PIC X(30).
           05  FILLER                  PIC X(07).
