      *****************************************************
      *  GLMAPREC.CPY                                     *
      *  RECORD LAYOUT FOR THE CHART-OF-ACCOUNTS MAPPING   *
      *  TABLE (MAPAGL) READ BY THE GL JOURNAL (AULA20) -  *
      *  ONE CARD PER MOVEMENT TYPE NAMING THE LEDGER      *
      *  ACCOUNT DEBITED AND THE ONE CREDITED FOR IT, SO   *
      *  THE MAPPING IS MAINTAINED ON THE TABLE AND NOT IN *
      *  A SPREADSHEET.  THE KEY IS THE EXTRACT LINE'S:    *
      *    GM-OPERACAO           - OPERATION CODE, AS ON   *
      *                            TR-OPERACAO (A S M D E  *
      *                            T);                     *
      *    GM-IND-DEBITO-CREDITO - D OR C, THE DIRECTION   *
      *                            ON THE CUSTOMER ACCOUNT;*
      *    GM-MOEDA              - TRANSACTION CURRENCY;   *
      *    GM-ORIGEM             - J = FROM THE INTEREST   *
      *                            BATCH, N = ANY OTHER.   *
      *  "*" IN A KEY FIELD (ALL "*" FOR THE CURRENCY)     *
      *  MATCHES ANY VALUE.  WHEN SEVERAL CARDS MATCH, THE *
      *  ONE WITH THE MOST FIELDS SPELT OUT WINS, THE      *
      *  EARLIER CARD ON A TIE; TWO CARDS WITH THE SAME    *
      *  KEY ARE AN ERROR IN THE TABLE.                    *
      *  THE ACCOUNTS ARE FOR A POSITIVE BRL AMOUNT; A     *
      *  NEGATIVE AMOUNT IS JOURNALLED THE OTHER WAY ROUND.*
      *-----------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 RLH   ORIGINAL COPYBOOK.
      *  2026-10-15 RLH   A REVERSAL LINE NOW MAPS ON THE KEY
      *                   OF THE POSTING IT REVERSES, SIDES
      *                   SWAPPED; AN E CARD ONLY COVERS
      *                   REVERSAL LINES FROM BEFORE THAT.
      *****************************************************
       01  GM-REGISTRO-MAPA.
           05  GM-CHAVE.
               10  GM-OPERACAO         PIC X(01).
               10  GM-IND-DEBITO-CREDITO
                                       PIC X(01).
               10  GM-MOEDA            PIC X(03).
               10  GM-ORIGEM           PIC X(01).
           05  GM-CONTA-DEBITO         PIC X(10).
           05  GM-CONTA-CREDITO        PIC X(10).
           05  GM-HISTORICO            PIC X(30).
           05  FILLER                  PIC X(24).
