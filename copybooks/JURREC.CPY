      *  THE TIERS MUST BE IN STRICTLY ASCENDING ORDER OF  *
      *  JR-SALDO-MINIMO - AULA12 REFUSES THE TABLE        *
      *  OTHERWISE.                                        *
      *  JR-CLASSE-CONTA SAYS WHICH ACCOUNTS A TIER IS     *
      *  FOR: SPACE (OR N) FOR ACTIVE ACCOUNTS, D FOR      *
      *  DORMANT ONES.  EACH CLASS IS ITS OWN ASCENDING    *
      *  SCALE; A TABLE WITH NO D TIER PAYS DORMANT        *
      *  ACCOUNTS NOTHING.                                 *
      *-----------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *                   SHUFFLED TABLE WOULD HAVE MADE
      *                   LARGE BALANCES ACCRUE AT THE
      *                   WRONG RATE.
      *  2026-10-15 RLH   CARVED JR-CLASSE-CONTA OUT OF THE
      *                   FILLER (LRECL UNCHANGED) SO THE
      *                   TABLE DECIDES WHETHER, AND AT WHAT
      *                   RATE, DORMANT ACCOUNTS EARN.
      *                   SPACES ON TABLES FROM BEFORE THE
      *                   FIELD EXISTED MEANS ACTIVE
      *                   ACCOUNTS, SO AN OLD TABLE PAYS
      *                   DORMANT ACCOUNTS NOTHING.
      *****************************************************
       01  JR-REGISTRO-JURO.
           05  JR-SALDO-MINIMO         PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
           05  JR-TAXA-MENSAL          PIC 9(02)V9(4).
           05  JR-CLASSE-CONTA         PIC X(01).
               88  JR-CLASSE-ATIVA             VALUE "N" " ".
               88  JR-CLASSE-DORMENTE          VALUE "D".
           05  FILLER                  PIC X(09).
