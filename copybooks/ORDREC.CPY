      *****************************************************
      *  ORDREC.CPY                                       *
      *  RECORD LAYOUT FOR THE STANDING-ORDER MASTER       *
      *  (ORDFILE) - ONE KEYED RECORD PER RECURRING        *
      *  PAYMENT A CUSTOMER HAS ASKED FOR: THE ACCOUNT,    *
      *  AMOUNT, CURRENCY AND DIRECTION EACH INSTALMENT    *
      *  POSTS WITH, HOW OFTEN IT FALLS DUE (D = DAILY,    *
      *  S = WEEKLY, M = MONTHLY), THE FIRST AND LAST      *
      *  DATES IT MAY FALL DUE (END DATE ZERO = OPEN-      *
      *  ENDED) AND THE NEXT DATE IT IS DUE.  MAINTAINED   *
      *  BY AULA15; AULA16 CUTS THE DAY'S INSTALMENTS      *
      *  INTO A TRANSACTION BATCH AND ROLLS OR-DATA-       *
      *  PROXIMA FORWARD.                                  *
      *  OR-DIA-BASE IS THE DAY OF MONTH A MONTHLY ORDER   *
      *  FALLS DUE ON - THE DAY OF ITS START DATE.  IN A   *
      *  SHORTER MONTH THE ORDER FALLS DUE ON THE LAST     *
      *  DAY, AND RETURNS TO OR-DIA-BASE THE MONTH AFTER.  *
      *  THE OR-GER- FIELDS RECORD THE LAST GENERATOR RUN  *
      *  THAT CUT INSTALMENTS FOR THE ORDER: ITS           *
      *  PROCESSING DATE, BATCH NUMBER, THE FIRST DUE      *
      *  DATE IT CUT AND HOW MANY (MORE THAN ONE WHEN      *
      *  MISSED RUNS ARE CAUGHT UP), AND THE TRANSACTION   *
      *  ID OF THE FIRST ONE (THE REST FOLLOW ON FROM IT), *
      *  SO A RERUN OF THE SAME BATCH REBUILDS THOSE SAME  *
      *  INSTALMENTS UNDER THE SAME IDS INSTEAD OF CUTTING *
      *  NEW ONES.                                         *
      *  KEY ZERO IS THE CONTROL RECORD HOLDING THE LAST   *
      *  ORDER NUMBER ISSUED (OR-ULTIMO-NUMERO); READERS   *
      *  BROWSING THE FILE START AFTER IT.                 *
      *-----------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 RLH   ORIGINAL COPYBOOK.
      *  2026-10-15 RLH   OR-GER-PRIMEIRO-ID ADDED, TAKEN FROM
      *                   THE TRAILING FILLER.
      *****************************************************
       01  OR-REGISTRO-ORDEM.
           05  OR-NUMERO               PIC 9(06).
           05  OR-DADOS-ORDEM.
               10  OR-SITUACAO         PIC X(01).
                   88  OR-SITUACAO-ATIVA           VALUE "A".
                   88  OR-SITUACAO-SUSPENSA        VALUE "S".
                   88  OR-SITUACAO-CANCELADA       VALUE "C".
                   88  OR-SITUACAO-FINALIZADA      VALUE "F".
               10  OR-CONTA            PIC 9(08).
               10  OR-VALOR            PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
               10  OR-MOEDA            PIC X(03).
               10  OR-IND-DEBITO-CREDITO
                                       PIC X(01).
                   88  OR-MOVIMENTO-DEBITO         VALUE "D".
                   88  OR-MOVIMENTO-CREDITO        VALUE "C".
               10  OR-FREQUENCIA       PIC X(01).
                   88  OR-FREQUENCIA-DIARIA        VALUE "D".
                   88  OR-FREQUENCIA-SEMANAL       VALUE "S".
                   88  OR-FREQUENCIA-MENSAL        VALUE "M".
               10  OR-DIA-BASE         PIC 9(02).
               10  OR-DATA-INICIO      PIC 9(08).
               10  OR-DATA-FIM         PIC 9(08).
               10  OR-DATA-PROXIMA     PIC 9(08).
               10  OR-GER-DATA-PROCESSAMENTO
                                       PIC 9(08).
               10  OR-GER-LOTE         PIC 9(06).
               10  OR-GER-PRIMEIRO-VENCTO
                                       PIC 9(08).
               10  OR-GER-QTD          PIC 9(03).
               10  OR-OPERADOR-INCLUSAO
                                       PIC X(08).
               10  OR-DATA-INCLUSAO    PIC 9(08).
               10  OR-GER-PRIMEIRO-ID  PIC 9(06).
           05  OR-DADOS-CONTROLE REDEFINES OR-DADOS-ORDEM.
               10  OR-ULTIMO-NUMERO    PIC 9(06).
               10  FILLER              PIC X(91).
           05  FILLER                  PIC X(17).
