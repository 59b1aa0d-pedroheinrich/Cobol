      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-08-22 RLH   ORIGINAL COPYBOOK.
      *  2026-10-15 RLH   THE RECORD NOW KEEPS WHAT WAS
      *                   POSTED - ACCOUNT, CURRENCY,
      *                   AMOUNTS, RATE, BRL AMOUNT,
      *                   DIRECTION AND DATES - SO A
      *                   REVERSAL (OPERATION E) CAN POST
      *                   THE EXACT OPPOSITE MOVEMENT, PLUS
      *                   A SITUATION FLAG (E = REVERSED)
      *                   AND THE ID OF THE LINKED POSTING
      *                   (THE REVERSAL ON AN ORIGINAL, THE
      *                   ORIGINAL ON A REVERSAL).  SPACES
      *                   ON RECORDS FROM BEFORE THE FIELDS
      *                   EXISTED MEANS POSTED, NOT
      *                   REVERSED, WITH NO MOVEMENT DATA -
      *                   SUCH A POSTING CANNOT BE REVERSED
      *                   THROUGH AULA1.  LRECL GROWS FROM
      *                   24 TO 113.
      *  2026-10-15 RLH   TRANSFERS (TYPE T) KEEP THE DEBIT
      *                   LEG HERE AND THE CREDIT LEG'S
      *                   ACCOUNT IN PT-CONTA-CONTRAPARTIDA,
      *                   CARVED OUT OF THE FILLER (LRECL
      *                   UNCHANGED), SO A REVERSAL CAN
      *                   BACK OUT BOTH LEGS.
      *  2026-10-15 RLH   NEW SITUATION I - TRANSFER WITH
      *                   ONLY THE DEBIT LEG POSTED; AULA1
      *                   SETS IT TO P ONCE THE CREDIT LEG
      *                   IS APPLIED.
      *  2026-10-15 RLH   CARVED PT-OPERACAO (THE OPERATION
      *                   CODE, AS ON TR-OPERACAO) AND
      *                   PT-ORIGEM-LOTE (J = INTEREST
      *                   BATCH) OUT OF THE FILLER (LRECL
      *                   UNCHANGED), SO A REVERSAL'S
      *                   EXTRACT LINE CAN CARRY ITS
      *                   ORIGINAL'S FOR THE GL JOURNAL.
      *                   SPACES ON RECORDS FROM BEFORE
      *                   THE FIELDS EXISTED.
      *****************************************************
       01  PT-REGISTRO-POSTADO.
           05  PT-ID-TRANSACAO         PIC 9(06).
           05  PT-DATA-POSTAGEM        PIC 9(08).
           05  PT-SITUACAO             PIC X(01).
               88  PT-SITUACAO-POSTADA         VALUE "P" " ".
               88  PT-SITUACAO-ESTORNADA       VALUE "E".
               88  PT-SITUACAO-INCOMPLETA      VALUE "I".
           05  PT-TIPO-MOVIMENTO       PIC X(01).
               88  PT-MOVIMENTO-NORMAL         VALUE "N" " ".
               88  PT-MOVIMENTO-ESTORNO        VALUE "E".
               88  PT-MOVIMENTO-TRANSFERENCIA  VALUE "T".
           05  PT-ID-VINCULADO         PIC 9(06).
           05  PT-DADOS-MOVIMENTO.
               10  PT-CONTA            PIC 9(08).
               10  PT-MOEDA            PIC X(03).
               10  PT-NUM1             PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
               10  PT-NUM2             PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
               10  PT-RESULTADO        PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
               10  PT-TAXA-CAMBIO      PIC 9(03)V9(6).
               10  PT-RESULTADO-BASE   PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
               10  PT-IND-DEBITO-CREDITO
                                       PIC X(01).
                   88  PT-MOVIMENTO-DEBITO         VALUE "D".
                   88  PT-MOVIMENTO-CREDITO        VALUE "C" " ".
               10  PT-DATA-VALOR       PIC 9(08).
               10  PT-DATA-VIGENCIA-TAXA
                                       PIC 9(08).
               10  PT-CONTA-CONTRAPARTIDA
                                       PIC 9(08).
           05  PT-OPERACAO             PIC X(01).
           05  PT-ORIGEM-LOTE          PIC X(01).
               88  PT-ORIGEM-JUROS             VALUE "J".
