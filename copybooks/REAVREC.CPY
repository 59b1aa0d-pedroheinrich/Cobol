      *****************************************************
      *  REAVREC.CPY                                      *
      *  RECORD LAYOUT FOR THE FX REVALUATION ACCOUNT      *
      *  TABLE (REAVPARM) READ BY THE FOREIGN-CURRENCY     *
      *  POSITION AND REVALUATION RUN (AULA18) - ONE CARD  *
      *  PER CURRENCY NAMING THE TWO INTERNAL ACCOUNTS ON  *
      *  THE BALANCE MASTER THE MONTH-END ADJUSTMENT POSTS *
      *  TO: THE BRL POSITION ACCOUNT THAT CARRIES THE     *
      *  REVALUATION OF THE CURRENCY, AND THE FX RESULT    *
      *  ACCOUNT THAT TAKES THE GAIN OR LOSS.  A CURRENCY  *
      *  WITH NO CARD IS STILL REVALUED AND REPORTED, BUT  *
      *  NO ADJUSTMENT CAN BE CUT FOR IT.                  *
      *-----------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 RLH   ORIGINAL COPYBOOK.
      *****************************************************
       01  RV-REGISTRO-CONTAS.
           05  RV-MOEDA                PIC X(03).
           05  RV-CONTA-POSICAO        PIC 9(08).
           05  RV-CONTA-RESULTADO      PIC 9(08).
           05  FILLER                  PIC X(21).
