      *****************************************************
      *  JORNPREC.CPY                                     *
      *  RECORD LAYOUT FOR THE GL JOURNAL PARAMETER CARD   *
      *  (JORNPARM) READ BY THE GL JOURNAL (AULA20) - ONE  *
      *  RECORD PER RUN.                                   *
      *    JP-DATA-PROCESSAMENTO - THE POSTING DATE WHOSE  *
      *                            EXTRACT IS JOURNALLED;  *
      *    JP-CONTA-SUSPENSA     - THE LEDGER SUSPENSE     *
      *                            ACCOUNT THAT TAKES ANY  *
      *                            MOVEMENT THE MAPPING    *
      *                            TABLE (MAPAGL) DOES NOT *
      *                            COVER, OPPOSITE THE     *
      *                            CUSTOMER SIDE;          *
      *    JP-CONTA-CLIENTES     - THE LEDGER CUSTOMER     *
      *                            CONTROL ACCOUNT THAT    *
      *                            TAKES THE CUSTOMER SIDE *
      *                            (THE LINE'S OWN D/C) OF *
      *                            SUCH A MOVEMENT.        *
      *-----------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 RLH   ORIGINAL COPYBOOK.
      *  2026-10-15 RLH   JP-CONTA-CLIENTES ADDED, TAKEN FROM
      *                   THE FILLER.
      *****************************************************
       01  JP-REGISTRO-PARAMETRO.
           05  JP-DATA-PROCESSAMENTO   PIC 9(08).
           05  JP-DATA-PROCESSAMENTO-X
                   REDEFINES JP-DATA-PROCESSAMENTO.
               10  FILLER              PIC X(04).
               10  JP-DATA-MM          PIC X(02).
               10  JP-DATA-DD          PIC X(02).
           05  JP-CONTA-SUSPENSA       PIC X(10).
           05  JP-CONTA-CLIENTES       PIC X(10).
           05  FILLER                  PIC X(12).
