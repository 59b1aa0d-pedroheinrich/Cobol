      *                   EXISTED THE BYTES ARE SPACES -
      *                   READERS MUST CLASS-TEST AND
      *                   TREAT NON-NUMERIC AS ZERO.
      *  2026-10-15 RLH   NEW SA-SITUACAO VALUE D (DORMANT) -
      *                   SET BY THE DORMANCY RUN (AULA19)
      *                   ON AN ACTIVE ACCOUNT WITH NO
      *                   CUSTOMER MOVEMENT FOR THE
      *                   CONFIGURED NUMBER OF MONTHS.  A
      *                   DORMANT ACCOUNT IS STILL OPEN:
      *                   AULA1 REFUSES DEBITS TO IT BUT
      *                   POSTS CREDITS, AND IT RETURNS TO
      *                   A ONLY THROUGH AN APPROVED AULA6
      *                   REACTIVATION.  INTEREST CREDITS
      *                   (AULA12) NO LONGER STAMP
      *                   SA-DATA-ULTIMO-MOVTO.
      *****************************************************
       01  SA-REGISTRO-SALDO.
           05  SA-CONTA                PIC 9(08).
           05  SA-SITUACAO             PIC X(01).
               88  SA-SITUACAO-ATIVA           VALUE "A" " ".
               88  SA-SITUACAO-ENCERRADA       VALUE "E".
               88  SA-SITUACAO-DORMENTE        VALUE "D".
           05  SA-LIMITE-CREDITO       PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(01).
