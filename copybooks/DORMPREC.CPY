      *****************************************************
      *  DORMPREC.CPY                                     *
      *  RECORD LAYOUT FOR THE DORMANCY PARAMETER CARD     *
      *  (DORMPARM) READ BY THE DORMANCY RUN (AULA19) -    *
      *  ONE RECORD PER RUN, SO THE REGULATORY PERIOD CAN  *
      *  BE RETUNED WITHOUT A PROGRAM CHANGE.              *
      *    DM-DATA-PROCESSAMENTO - THE DATE THE RUN IS     *
      *                            MADE AS OF (THE POSTING *
      *                            DATE JUST COMPLETED);   *
      *    DM-MESES-DORMENCIA    - AN ACTIVE ACCOUNT WITH  *
      *                            NO MOVEMENT FOR MORE    *
      *                            THAN THIS MANY MONTHS   *
      *                            BECOMES DORMANT;        *
      *    DM-MESES-AVISO        - AN ACTIVE ACCOUNT THAT  *
      *                            WILL CROSS THAT LINE    *
      *                            WITHIN THIS MANY MONTHS *
      *                            IS LISTED AS ABOUT TO   *
      *                            GO DORMANT (ZERO = NO   *
      *                            SUCH LIST).             *
      *-----------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 RLH   ORIGINAL COPYBOOK.
      *****************************************************
       01  DM-REGISTRO-PARAMETRO.
           05  DM-DATA-PROCESSAMENTO   PIC 9(08).
           05  DM-DATA-PROCESSAMENTO-X
                   REDEFINES DM-DATA-PROCESSAMENTO.
               10  FILLER              PIC X(04).
               10  DM-DATA-MM          PIC X(02).
               10  DM-DATA-DD          PIC X(02).
           05  DM-MESES-DORMENCIA      PIC 9(03).
           05  DM-MESES-AVISO          PIC 9(02).
           05  FILLER                  PIC X(27).
