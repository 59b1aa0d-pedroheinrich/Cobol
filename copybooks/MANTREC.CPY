      *                   BALANCE ALREADY EQUALS THE
      *                   HISTORY, SO AN R LINE MUST NOT
      *                   FEED ANY DELTA SUM.
      *  2026-10-15 RLH   CARVED MN-OPERADOR-APROVADOR OUT OF
      *                   THE FILLER (LRECL UNCHANGED).  A
      *                   CORRECTION, LIMIT CHANGE OR CLOSURE
      *                   WITH A BALANCE IS NOW APPLIED ONLY
      *                   WHEN A SECOND OPERATOR APPROVES IT
      *                   (AULA13); ITS LINE CARRIES THE
      *                   REQUESTING OPERATOR IN MN-OPERADOR
      *                   AND THE APPROVER HERE.  SPACES ON
      *                   LINES WRITTEN WITHOUT APPROVAL.
      *  2026-10-15 RLH   NEW ACTIONS D - ACCOUNT MADE
      *                   DORMANT BY THE DORMANCY RUN
      *                   (AULA19, OPERATOR "AULA19") - AND
      *                   V - DORMANT ACCOUNT REACTIVATED
      *                   (REQUESTED IN AULA6, APPLIED ON
      *                   APPROVAL IN AULA13).  BOTH ARE
      *                   STATUS CHANGES: BEFORE AND AFTER
      *                   CARRY THE BALANCE AS IT STOOD, AS
      *                   FOR A CLOSURE, AND FEED NO DELTA
      *                   SUM.
      *****************************************************
       01  MN-REGISTRO-MANUTENCAO.
           05  MN-DATA                 PIC 9(08).
               88  MN-ACAO-CORRECAO            VALUE "C".
               88  MN-ACAO-LIMITE              VALUE "L".
               88  MN-ACAO-RECONSTRUCAO        VALUE "R".
               88  MN-ACAO-DORMENCIA           VALUE "D".
               88  MN-ACAO-REATIVACAO          VALUE "V".
           05  MN-CONTA                PIC 9(08).
           05  MN-VALOR-ANTERIOR       PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
                                        SIGN IS TRAILING SEPARATE.
           05  MN-CODIGO-MOTIVO        PIC X(04).
           05  MN-MOTIVO               PIC X(30).
           05  MN-OPERADOR-APROVADOR   PIC X(08).
           05  FILLER                  PIC X(02).
