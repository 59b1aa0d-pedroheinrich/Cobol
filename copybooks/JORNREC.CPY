      *****************************************************
      *  JORNREC.CPY                                      *
      *  RECORD LAYOUT FOR THE DOUBLE-ENTRY GL JOURNAL     *
      *  (DIARIOGL) WRITTEN BY AULA20 - ONE LINE PER SIDE  *
      *  OF AN ENTRY, SO EVERY EXTRACT LINE JOURNALLED     *
      *  GIVES A DEBIT LINE AND A CREDIT LINE OF THE SAME  *
      *  ENTRY NUMBER AND THE SAME BRL AMOUNT.             *
      *    JN-VALOR          - BRL, ALWAYS POSITIVE - THE  *
      *                        SIDE IS JN-IND-DEBITO-      *
      *                        CREDITO;                    *
      *    JN-ID-TRANSACAO / JN-CONTA-CLIENTE / JN-MOEDA / *
      *    JN-VALOR-ORIGINAL - THE EXTRACT LINE THE ENTRY  *
      *                        CAME FROM, IN ITS OWN       *
      *                        CURRENCY, FOR THE AUDIT     *
      *                        TRAIL;                      *
      *    JN-SITUACAO-MAPA  - M = ACCOUNTS FROM THE       *
      *                        MAPPING TABLE, S = NO       *
      *                        MAPPING: THE CUSTOMER SIDE  *
      *                        ON THE CUSTOMER CONTROL     *
      *                        ACCOUNT, THE OTHER ON THE   *
      *                        SUSPENSE ACCOUNT.           *
      *-----------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 RLH   ORIGINAL COPYBOOK.
      *  2026-10-15 RLH   S LINES NO LONGER PUT BOTH SIDES ON
      *                   SUSPENSE.
      *****************************************************
       01  JN-REGISTRO-DIARIO.
           05  JN-DATA                 PIC 9(08).
           05  JN-NUMERO-LANCAMENTO    PIC 9(07).
           05  JN-IND-DEBITO-CREDITO   PIC X(01).
               88  JN-LINHA-DEBITO             VALUE "D".
               88  JN-LINHA-CREDITO            VALUE "C".
           05  JN-CONTA-GL             PIC X(10).
           05  JN-VALOR                PIC 9(13)V99.
           05  JN-ID-TRANSACAO         PIC 9(06).
           05  JN-CONTA-CLIENTE        PIC 9(08).
           05  JN-MOEDA                PIC X(03).
           05  JN-VALOR-ORIGINAL       PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  JN-SITUACAO-MAPA        PIC X(01).
               88  JN-MAPEADO                  VALUE "M".
               88  JN-SUSPENSO                 VALUE "S".
           05  JN-HISTORICO            PIC X(30).
           05  FILLER                  PIC X(21).
