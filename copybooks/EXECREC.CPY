      *****************************************************
      *  EXECREC.CPY                                      *
      *  RECORD LAYOUT FOR THE NIGHTLY CYCLE RUN LEDGER    *
      *  (EXECLOG) - A SEQUENTIAL FILE EVERY PROGRAM OF    *
      *  THE SUITE APPENDS TO, SO THE ORDER OF THE CYCLE   *
      *  (AULA9 RATES, AULA1 POSTING, AULA5 RECONCILIATION,*
      *  AULA8 PROOF, AND AT MONTH END AULA11 AND AULA12)  *
      *  IS RECORDED IN ONE PLACE INSTEAD OF LIVING ONLY   *
      *  IN THE SCHEDULER.                                 *
      *  EL-EVENTO: I = RUN STARTED (WRITTEN ONCE THE      *
      *  PARAMETERS ARE ACCEPTED AND THE PREREQUISITES     *
      *  PASSED), F = RUN ENDED WITH EL-RETURN-CODE AND    *
      *  ITS COUNTS, R = RUN REFUSED AT START-UP BECAUSE A *
      *  PREREQUISITE STEP HAD NOT COMPLETED ACCEPTABLY -  *
      *  EL-MENSAGEM SAYS WHICH, AND THE REFUSAL ENDS RC   *
      *  16.  AN I WITH NO LATER F FOR THE SAME PROGRAM    *
      *  AND REFERENCE IS A RUN STILL IN PROGRESS OR ONE   *
      *  THAT ABENDED.                                     *
      *  EL-DATA-REFERENCIA IS THE PROCESSING DATE THE RUN *
      *  WORKED ON; A RUN OVER A WHOLE PERIOD (AULA7,      *
      *  AULA11) CARRIES THE PERIOD WITH DAY 00.           *
      *  EL-OPERADOR IS SPACES FOR AN UNATTENDED STEP.     *
      *  THE THREE COUNTS ARE READ, PROCESSED AND          *
      *  EXCEPTIONS IN EACH PROGRAM'S OWN TERMS (RATES,    *
      *  TRANSACTIONS, ACCOUNTS, ORDERS...).               *
      *-----------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 RLH   ORIGINAL COPYBOOK.
      *****************************************************
       01  EL-REGISTRO-EXECUCAO.
           05  EL-PROGRAMA             PIC X(08).
           05  EL-DATA-REFERENCIA      PIC 9(08).
           05  EL-REFERENCIA REDEFINES EL-DATA-REFERENCIA.
               10  EL-REF-PERIODO      PIC 9(06).
               10  EL-REF-DIA          PIC 9(02).
           05  EL-EVENTO               PIC X(01).
               88  EL-EVENTO-INICIO            VALUE "I".
               88  EL-EVENTO-FIM               VALUE "F".
               88  EL-EVENTO-RECUSA            VALUE "R".
           05  EL-DATA-INICIO          PIC 9(08).
           05  EL-HORA-INICIO          PIC 9(06).
           05  EL-DATA-FIM             PIC 9(08).
           05  EL-HORA-FIM             PIC 9(06).
           05  EL-OPERADOR             PIC X(08).
           05  EL-RETURN-CODE          PIC 9(02).
           05  EL-QTD-LIDOS            PIC 9(09).
           05  EL-QTD-PROCESSADOS      PIC 9(09).
           05  EL-QTD-EXCECOES         PIC 9(09).
           05  EL-MENSAGEM             PIC X(30).
           05  FILLER                  PIC X(08).
