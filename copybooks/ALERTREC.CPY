      *****************************************************
      *  ALERTREC.CPY                                     *
      *  RECORD LAYOUT FOR THE SURVEILLANCE ALERTS FILE    *
      *  (ALERTAS) WRITTEN BY AULA14 - ONE RECORD PER      *
      *  ALERT RAISED, APPENDED RUN AFTER RUN SO THE FILE  *
      *  IS BOTH COMPLIANCE'S CASE FEED AND THE MEMORY     *
      *  THAT STOPS THE SAME TRANSACTIONS ALERTING TWICE.  *
      *    AL-REGRA V - ONE MOVEMENT ABOVE THE REPORTABLE  *
      *                 LIMIT;                             *
      *             F - STRUCTURING: SEVERAL MOVEMENTS     *
      *                 JUST UNDER THE LIMIT INSIDE THE    *
      *                 WINDOW, SUMMING ABOVE IT;          *
      *             P - THE ACCOUNT'S DAILY COUNT OR BRL   *
      *                 VOLUME FAR ABOVE ITS OWN AVERAGE.  *
      *  AL-DATA-MOVIMENTO IS THE MOVEMENT'S DATE (V), THE *
      *  LAST DAY OF THE WINDOW (F) OR THE DAY OF THE      *
      *  SPIKE (P).  AL-VALOR-BASE IS THE AMOUNT, THE      *
      *  WINDOW'S SUM OR THE DAY'S VOLUME;                 *
      *  AL-VALOR-REFERENCIA IS THE LIMIT (V, F) OR THE    *
      *  ACCOUNT'S AVERAGE DAILY VOLUME (P).  UP TO 20     *
      *  TRANSACTION IDS ARE CARRIED; AL-QTD-MOVTOS MAY BE *
      *  LARGER WHEN THERE WERE MORE.                      *
      *-----------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 RLH   ORIGINAL COPYBOOK.
      *****************************************************
       01  AL-REGISTRO-ALERTA.
           05  AL-DATA-ALERTA          PIC 9(08).
           05  AL-REGRA                PIC X(01).
               88  AL-REGRA-VALOR              VALUE "V".
               88  AL-REGRA-FRACIONAMENTO      VALUE "F".
               88  AL-REGRA-PICO               VALUE "P".
           05  AL-CONTA                PIC 9(08).
           05  AL-DATA-MOVIMENTO       PIC 9(08).
           05  AL-QTD-MOVTOS           PIC 9(03).
           05  AL-VALOR-BASE           PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
           05  AL-VALOR-REFERENCIA     PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
           05  AL-QTD-IDS              PIC 9(02).
           05  AL-IDS.
               10  AL-ID-TRANSACAO     PIC 9(06) OCCURS 20 TIMES.
           05  FILLER                  PIC X(10).
