      *                   ITEM AND WHY.  THE FIELDS DID
      *                   NOT FIT THE FILLER, SO THE LRECL
      *                   GROWS FROM 80 TO 100.
      *  2026-10-15 RLH   ADDED EX-TIPO-MOVIMENTO AND
      *                   EX-ID-VINCULADO.  A REVERSAL LINE
      *                   (TYPE E) CARRIES THE ID OF THE
      *                   POSTING IT REVERSES, SO THE
      *                   STATEMENT RUN AND THE GL CAN SHOW
      *                   THE PAIR.  SPACES ON RECORDS FROM
      *                   BEFORE THE FIELDS EXISTED MEANS AN
      *                   ORDINARY MOVEMENT WITH NO LINK.
      *                   THE FIELDS DID NOT FIT THE FILLER,
      *                   SO THE LRECL GROWS FROM 100 TO 120,
      *                   LEAVING ROOM IN THE NEW FILLER.
      *  2026-10-15 RLH   TRANSFERS: A TRANSFER POSTS TWO
      *                   LINES (TYPE T), A DEBIT AND A
      *                   CREDIT, BOTH CARRYING THE SAME
      *                   EX-REF-TRANSFERENCIA (THE
      *                   TRANSFER'S ID) AND THE OTHER
      *                   LEG'S ACCOUNT IN EX-CONTA-
      *                   CONTRAPARTIDA, CARVED OUT OF THE
      *                   FILLER (LRECL UNCHANGED AT 120).
      *                   THE REVERSAL OF A TRANSFER IS
      *                   TYPE E BUT STILL CARRIES BOTH.
      *                   ZEROS OR SPACES MEANS NOT A
      *                   TRANSFER LEG.
      *  2026-10-15 RLH   CARVED EX-OPERACAO (THE OPERATION
      *                   CODE OF THE TRANSACTION, AS ON
      *                   TR-OPERACAO) AND EX-ORIGEM-LOTE
      *                   (J = POSTED FROM THE INTEREST
      *                   BATCH) OUT OF THE FILLER (LRECL
      *                   UNCHANGED AT 120), SO THE GL
      *                   JOURNAL (AULA20) CAN MAP EACH
      *                   LINE TO ITS LEDGER ACCOUNTS.
      *                   SPACES ON RECORDS FROM BEFORE THE
      *                   FIELDS EXISTED MEANS OPERATION
      *                   UNKNOWN AND NOT FROM INTEREST.
      *  2026-10-15 RLH   ON A REVERSAL LINE (EX-MOVIMENTO-
      *                   ESTORNO) EX-OPERACAO AND
      *                   EX-ORIGEM-LOTE ARE NOW THOSE OF
      *                   THE ORIGINAL POSTING, SO THE GL
      *                   JOURNAL CAN BACK IT OUT OF THE
      *                   ACCOUNTS THE ORIGINAL WENT TO.
      *                   OPERATION E THERE MEANS AN
      *                   ORIGINAL POSTED BEFORE POSTFILE
      *                   KEPT ITS OPERATION, OR A LINE
      *                   WRITTEN BEFORE THIS CHANGE.
      *****************************************************
       01  EX-REGISTRO-EXTRATO.
           05  EX-ID-TRANSACAO         PIC 9(06).
           05  EX-CONTA                PIC 9(08).
           05  EX-DATA-VALOR           PIC 9(08).
           05  EX-DATA-VIGENCIA-TAXA   PIC 9(08).
           05  EX-TIPO-MOVIMENTO       PIC X(01).
               88  EX-MOVIMENTO-NORMAL         VALUE "N" " ".
               88  EX-MOVIMENTO-ESTORNO        VALUE "E".
               88  EX-MOVIMENTO-TRANSFERENCIA  VALUE "T".
           05  EX-ID-VINCULADO         PIC 9(06).
           05  EX-DADOS-TRANSFERENCIA.
               10  EX-REF-TRANSFERENCIA
                                       PIC 9(06).
               10  EX-CONTA-CONTRAPARTIDA
                                       PIC 9(08).
           05  EX-OPERACAO             PIC X(01).
           05  EX-ORIGEM-LOTE          PIC X(01).
               88  EX-ORIGEM-JUROS             VALUE "J".
           05  FILLER                  PIC X(02).
