001590*                   RATE WAS USED AND WHY.  ZEROS OR
001600*                   SPACES STILL CONVERT AT THE
001610*                   PROCESSING DATE'S RATE.
001620*  2026-10-15 RLH   REVERSALS: OPERATION E NAMES THE
001630*                   ORIGINAL ID (TR-ID-ORIGINAL).  THE
001640*                   ORIGINAL MUST BE ON POSTFILE AND
001650*                   NOT ALREADY REVERSED; ITS EXACT
001660*                   OPPOSITE MOVEMENT (SAME ACCOUNT,
001670*                   CURRENCY, RATE AND BRL AMOUNT,
001680*                   OTHER DIRECTION) POSTS TO THE
001690*                   EXTRACT, AUDIT LOG AND BALANCE
001700*                   MASTER, BOTH LINES CARRY THE LINK,
001710*                   AND THE ORIGINAL IS MARKED
001720*                   REVERSED ON POSTFILE, WHICH NOW
001730*                   KEEPS EACH POSTED MOVEMENT.
001740*  2026-10-15 RLH   TRANSFERS: OPERATION T MOVES
001750*                   TR-NUM1 FROM TR-CONTA TO
001760*                   TR-CONTA-CREDITO AS ONE TWO-LEG
001770*                   POSTING.  BOTH ACCOUNTS, THE
001780*                   DEBIT SIDE'S CREDIT LIMIT AND THE
001790*                   RATE ARE CHECKED BEFORE EITHER LEG
001800*                   IS WRITTEN, SO THE TRANSFER POSTS
001810*                   WHOLE OR REJECTS WHOLE; BOTH
001820*                   EXTRACT LINES CARRY THE TRANSFER
001830*                   REFERENCE AND THE OTHER LEG'S
001840*                   ACCOUNT.  A RUN THAT DIES BETWEEN
001850*                   THE LEGS LEAVES THE TRANSFER
001860*                   INCOMPLETE (I) ON POSTFILE, AND
001870*                   THE MODE-R RESTART POSTS ITS
001880*                   CREDIT LEG (COMPLETA-
001890*                   TRANSFERENCIA).  A REVERSAL OF A
001900*                   TRANSFER BACKS OUT BOTH LEGS.
001910*  2026-10-15 RLH   RUN LEDGER: THE RUN IS RECORDED ON
001920*                   EXECLOG (START, AND END WITH RC
001930*                   AND COUNTS) AND IS REFUSED WITH
001940*                   RC 16 UNLESS AULA9 LOADED THE
001950*                   PROCESSING DATE'S RATES WITH RC
001960*                   0.  AN ABORTED RUN LEAVES ITS
001970*                   START WITHOUT AN END, SO AULA5
001980*                   WILL NOT CERTIFY IT.
001990*  2026-10-15 RLH   ACKNOWLEDGEMENT FILE (RETORNO) FOR
002000*                   THE UPSTREAM CAPTURE SYSTEM: ONE
002010*                   LT RECORD PER HD/TR GROUP -
002020*                   ACCEPTED OR HELD WITH A HOLD
002030*                   CODE, COUNTS AND BRL TOTALS OF
002040*                   POSTED AND REJECTED ITEMS - AND
002050*                   ONE IT RECORD PER REJECTED ITEM
002060*                   WITH A FIXED REJECT CODE.  ITEM
002070*                   RECORDS ARE HELD UNTIL THE NEXT
002080*                   CHECKPOINT, WHICH NOW ALSO KEEPS
002090*                   THE BATCH IN PROGRESS' TOTALS AND
002100*                   IS TAKEN AT EVERY TRAILER, SO A
002110*                   MODE-R RESTART NEITHER REPEATS NOR
002120*                   LOSES AN ACKNOWLEDGEMENT.  A FILE
002130*                   REFUSED AS A WHOLE IS ALSO
002140*                   ACKNOWLEDGED, EVERY BATCH HELD.
002150*  2026-10-15 RLH   DORMANT ACCOUNTS (SA-SITUACAO D):
002160*                   A DEBIT, OR THE DEBIT SIDE OF A
002170*                   TRANSFER, REJECTS "CONTA DORMENTE
002180*                   - DEBITO VEDADO" (ACK CODE R23);
002190*                   CREDITS AND REVERSALS STILL POST.
002200*                   THE CREDITS OF AN INTEREST BATCH
002210*                   (HEADER ORIGIN J) NO LONGER STAMP
002220*                   THE LAST-MOVEMENT DATE, WHICH NOW
002230*                   MEASURES CUSTOMER ACTIVITY ONLY.
002240*  2026-10-15 RLH   EVERY EXTRACT LINE NOW CARRIES THE
002250*                   TRANSACTION'S OPERATION CODE AND
002260*                   THE BATCH ORIGIN (J = INTEREST)
002270*                   FOR THE GL JOURNAL'S ACCOUNT
002280*                   MAPPING.
002290*  2026-10-15 RLH   MODE-R RESTART: AN ITEM THAT POSTED
002300*                   AFTER THE LAST CHECKPOINT OF THE
002310*                   INTERRUPTED RUN (ON POSTFILE WITH
002320*                   TODAY'S PROCESSING DATE) IS NO
002330*                   LONGER REJECTED AS A DUPLICATE: IT
002340*                   IS PASSED OVER AND ACKNOWLEDGED AS
002350*                   POSTED, WITH ITS BRL AMOUNT, AND
002360*                   WRITES NO REJECT OR IT RECORD.
002370*  2026-10-15 RLH   A TRANSFER'S POSTFILE ENTRY IS
002380*                   WRITTEN INCOMPLETE (I) WITH THE
002390*                   DEBIT LEG AND MARKED POSTED ONLY
002400*                   ONCE THE CREDIT LEG IS APPLIED; A
002410*                   MODE-R RESTART THAT FINDS IT STILL
002420*                   INCOMPLETE POSTS THE MISSING CREDIT
002430*                   LEG, SO NO TRANSFER IS LEFT WITH
002440*                   ONE LEG.  AN INCOMPLETE ORIGINAL
002450*                   CANNOT BE REVERSED.
002460*  2026-10-15 RLH   A DORMANT ACCOUNT IS NOW REFUSED
002470*                   ANY MOVEMENT THAT TAKES ITS
002480*                   BALANCE DOWN, TESTED ON THE SIGNED
002490*                   BRL MOVEMENT AS FOR THE CREDIT
002500*                   LIMIT, SO A NEGATIVE RESULT ON A
002510*                   CREDIT FLAG NO LONGER SLIPS PAST.
002520*                   ON A MODE-R RESTART A POSTFILE HIT
002530*                   COUNTS AS ALREADY POSTED ONLY WHEN
002540*                   IT IS THE SAME ITEM (ACCOUNT,
002550*                   AMOUNTS AND CURRENCY, OR FOR A
002560*                   REVERSAL THE ORIGINAL'S ID); ANY
002570*                   OTHER HIT IS A DUPLICATE.
002580*                   POSTFILE NOW KEEPS EACH POSTING'S
002590*                   OPERATION AND BATCH ORIGIN, AND A
002600*                   REVERSAL'S EXTRACT LINE CARRIES
002610*                   ITS ORIGINAL'S, SO THE GL JOURNAL
002620*                   BACKS IT OUT OF THE SAME ACCOUNTS.
002630*****************************************************
002640 ENVIRONMENT DIVISION.
002650 INPUT-OUTPUT SECTION.
002660 FILE-CONTROL.
002670     SELECT TRANFILE ASSIGN TO "TRANFILE"
002680         ORGANIZATION IS SEQUENTIAL.
002690     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
002700         ORGANIZATION IS SEQUENTIAL
002710         FILE STATUS IS WS-AUDITFILE-STATUS.
002720     SELECT CHECKFILE ASSIGN TO "CHECKFILE"
002730         ORGANIZATION IS INDEXED
002740         ACCESS MODE IS DYNAMIC
002750         RECORD KEY IS CK-CHAVE
002760         FILE STATUS IS WS-CHECKFILE-STATUS.
002770     SELECT REJECTFILE ASSIGN TO "REJECTFILE"
002780         ORGANIZATION IS SEQUENTIAL
002790         FILE STATUS IS WS-REJECTFILE-STATUS.
002800     SELECT EXTRATFILE ASSIGN TO "EXTRATFILE"
002810         ORGANIZATION IS SEQUENTIAL
002820         FILE STATUS IS WS-EXTRATFILE-STATUS.
002830     SELECT POSTFILE ASSIGN TO "POSTFILE"
002840         ORGANIZATION IS INDEXED
002850         ACCESS MODE IS DYNAMIC
002860         RECORD KEY IS PT-ID-TRANSACAO
002870         FILE STATUS IS WS-POSTFILE-STATUS.
002880     SELECT SALDOFILE ASSIGN TO "SALDOFILE"
002890         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
002910         RECORD KEY IS SA-CONTA
002920         FILE STATUS IS WS-SALDOFILE-STATUS.
002930     SELECT CAMBFILE ASSIGN TO "CAMBFILE"
002940         ORGANIZATION IS INDEXED
002950         ACCESS MODE IS DYNAMIC
002960         RECORD KEY IS CB-CHAVE
002970         FILE STATUS IS WS-CAMBFILE-STATUS.
002980     SELECT PARMFILE ASSIGN TO "PARMFILE"
002990         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-PARMFILE-STATUS.
003010     SELECT PERCTRL ASSIGN TO "PERCTRL"
003020         ORGANIZATION IS INDEXED
003030         ACCESS MODE IS DYNAMIC
003040         RECORD KEY IS PC-PERIODO
003050         FILE STATUS IS WS-PERCTRL-STATUS.
003060     SELECT EXECLOG ASSIGN TO "EXECLOG"
003070         ORGANIZATION IS SEQUENTIAL
003080         FILE STATUS IS WS-EXECLOG-STATUS.
003090     SELECT RETORNO ASSIGN TO "RETORNO"
003100         ORGANIZATION IS SEQUENTIAL
003110         FILE STATUS IS WS-RETORNO-STATUS.
003120 DATA DIVISION.
003130 FILE SECTION.
003140 FD  TRANFILE
003150     LABEL RECORDS ARE STANDARD
003160     RECORDING MODE IS F.
003170     COPY TRANREC.
003180 FD  AUDITFILE
003190     LABEL RECORDS ARE STANDARD
003200     RECORDING MODE IS F.
003210     COPY AUDITREC.
003220 FD  CHECKFILE
003230     LABEL RECORDS ARE STANDARD.
003240     COPY CHECKREC.
003250 FD  REJECTFILE
003260     LABEL RECORDS ARE STANDARD
003270     RECORDING MODE IS F.
003280     COPY REJECTREC.
003290 FD  EXTRATFILE
003300     LABEL RECORDS ARE STANDARD
003310     RECORDING MODE IS F.
003320     COPY EXTRATREC.
003330 FD  POSTFILE
003340     LABEL RECORDS ARE STANDARD.
003350     COPY POSTREC.
003360 FD  SALDOFILE
003370     LABEL RECORDS ARE STANDARD.
003380     COPY SALDOREC.
003390 FD  CAMBFILE
003400     LABEL RECORDS ARE STANDARD.
003410     COPY CAMBREC.
003420 FD  PARMFILE
003430     LABEL RECORDS ARE STANDARD
003440     RECORDING MODE IS F.
003450     COPY PARMREC.
003460 FD  PERCTRL
003470     LABEL RECORDS ARE STANDARD.
003480     COPY PERCREC.
003490 FD  EXECLOG
003500     LABEL RECORDS ARE STANDARD
003510     RECORDING MODE IS F.
003520     COPY EXECREC.
003530 FD  RETORNO
003540     LABEL RECORDS ARE STANDARD
003550     RECORDING MODE IS F.
003560     COPY ACKREC.
003570 WORKING-STORAGE SECTION.
003580*****************************************************
003590*  SWITCHES
003600*****************************************************
003610 77  WS-ESTOURO-SW            PIC X(01) VALUE "N".
003620     88  WS-HOUVE-ESTOURO              VALUE "Y".
003630 77  WS-ENTRADA-INVALIDA-SW   PIC X(01) VALUE "N".
003640     88  WS-ENTRADA-INVALIDA           VALUE "Y".
003650 77  WS-JA-POSTADO-SW         PIC X(01) VALUE "N".
003660     88  WS-JA-POSTADO                 VALUE "Y".
003670 77  WS-MESMO-ITEM-SW         PIC X(01) VALUE "N".
003680     88  WS-MESMO-ITEM                 VALUE "Y".
003690 77  WS-MOTIVO-REJEITO        PIC X(30).
003700 77  WS-DATA-SISTEMA          PIC 9(08).
003710*****************************************************
003720*  CONTROL TOTALS (USED BY FINALIZA-PROGRAMA)
003730*****************************************************
003740 77  WS-CONTADOR-TRANSACOES   PIC 9(07) COMP VALUE ZERO.
003750 77  WS-CONTADOR-VALIDOS      PIC 9(07) COMP VALUE ZERO.
003760*    SUM AND WATERMARKS ARE KEPT IN THE BASE CURRENCY
003770*    (BRL) - TRANSACTION-CURRENCY AMOUNTS FROM
003780*    DIFFERENT CURRENCIES MUST NEVER BE ADDED
003790*    TOGETHER.
003800 77  WS-SOMA-RESULTADOS       PIC S9(13)V99 COMP-3 VALUE ZERO.
003810 77  WS-MAIOR-RESULTADO       PIC S9(11)V99
003820                               VALUE -99999999999.99.
003830 77  WS-MENOR-RESULTADO       PIC S9(11)V99
003840                               VALUE 99999999999.99.
003850*****************************************************
003860*  RESTART / CHECKPOINT FIELDS
003870*****************************************************
003880 77  WS-AUDITFILE-STATUS      PIC X(02) VALUE "00".
003890 77  WS-REJECTFILE-STATUS     PIC X(02) VALUE "00".
003900 77  WS-EXTRATFILE-STATUS     PIC X(02) VALUE "00".
003910 77  WS-CHECKFILE-STATUS      PIC X(02) VALUE "00".
003920 77  WS-POSTFILE-STATUS       PIC X(02) VALUE "00".
003930 77  WS-SALDOFILE-STATUS      PIC X(02) VALUE "00".
003940 77  WS-SALDOS-FIM-SW         PIC X(01) VALUE "N".
003950     88  WS-SALDOS-FIM                  VALUE "Y".
003960 77  WS-CAMBFILE-STATUS       PIC X(02) VALUE "00".
003970 77  WS-PARMFILE-STATUS       PIC X(02) VALUE "00".
003980 77  WS-PERCTRL-STATUS        PIC X(02) VALUE "00".
003990 77  WS-MODO-EXECUCAO         PIC X(01) VALUE "R".
004000     88  WS-MODO-NOVO                   VALUE "N".
004010     88  WS-MODO-REINICIO               VALUE "R".
004020*****************************************************
004030*  REJECT-RATE THRESHOLD FIELDS.  THE RUN COUNTERS
004040*  COVER ONLY THIS EXECUTION - TRANSACTIONS SKIPPED ON
004050*  A RESTART DO NOT DILUTE THE RATE.
004060*****************************************************
004070 77  WS-LIMITE-REJEICAO-PCT   PIC 9(03) COMP VALUE 100.
004080 77  WS-MINIMO-AVALIACAO      PIC 9(05) COMP VALUE ZERO.
004090 77  WS-DATA-CORTE-POSTADOS   PIC 9(08) VALUE ZERO.
004100 77  WS-CONTADOR-LIDOS-RUN    PIC 9(07) COMP VALUE ZERO.
004110 77  WS-CONTADOR-REJEITOS-RUN PIC 9(07) COMP VALUE ZERO.
004120 77  WS-CONTADOR-JA-POSTADOS  PIC 9(07) COMP VALUE ZERO.
004130 77  WS-PCT-TRABALHO          PIC 9(09)V99 COMP-3 VALUE ZERO.
004140 77  WS-PCT-REJEICAO-ATUAL    PIC 9(03)V99 VALUE ZERO.
004150*****************************************************
004160*  EXCHANGE-RATE TABLE, LOADED FROM CAMBFILE AT
004170*  START OF RUN WITH THE RATES EFFECTIVE ON THE
004180*  PROCESSING DATE.  WS-TAXA-DIA CARRIES THE RATE OF
004190*  THE TRANSACTION IN HAND; WS-RESULTADO-BASE ITS
004200*  RESULT CONVERTED TO THE BASE CURRENCY (BRL).
004210*****************************************************
004220 77  WS-CAMBIO-FIM-SW         PIC X(01) VALUE "N".
004230     88  WS-CAMBIO-FIM                  VALUE "Y".
004240 77  WS-MAXIMO-MOEDAS         PIC 9(02) COMP VALUE 50.
004250 77  WS-CAMBIO-QTD            PIC 9(02) COMP VALUE ZERO.
004260 77  WS-TAXA-DIA              PIC 9(03)V9(6) VALUE ZERO.
004270 77  WS-CAMBIO-DISP-SW        PIC X(01) VALUE "N".
004280     88  WS-CAMBIO-DISPONIVEL           VALUE "Y".
004290 77  WS-DATA-VALOR            PIC 9(08) VALUE ZERO.
004300 77  WS-DATA-VIGENCIA-TAXA    PIC 9(08) VALUE ZERO.
004310 77  WS-RESULTADO-BASE        PIC S9(11)V99 COMP-3 VALUE ZERO.
004320 01  WS-TABELA-CAMBIO.
004330     05  WS-CAMBIO-ENTRADA OCCURS 50 TIMES
004340             INDEXED BY WS-CAMBIO-IDX.
004350         10  WS-CAMBIO-MOEDA  PIC X(03).
004360         10  WS-CAMBIO-TAXA   PIC 9(03)V9(6).
004370 77  WS-CONTADOR-REINICIO     PIC 9(07) COMP VALUE ZERO.
004380 77  WS-CONTADOR-PULADOS      PIC 9(07) COMP VALUE ZERO.
004390 77  WS-INTERVALO-CHECKPOINT  PIC 9(03) COMP VALUE 10.
004400 77  WS-RESTO-CHECKPOINT      PIC 9(03) COMP VALUE ZERO.
004410 77  WS-QUOCIENTE-CHECKPOINT  PIC 9(07) COMP VALUE ZERO.
004420*****************************************************
004430*  BATCH CONTROL (HEADER/TRAILER BALANCING) FIELDS.
004440*  THE FILE MAY NOW CARRY SEVERAL HD/DT/TR GROUPS -
004450*  THE UPSTREAM CAPTURE BATCH PLUS THE TRANNOVO
004460*  RESUBMISSION BATCH FROM AULA2 - SO THE
004470*  PRE-BALANCING PASS RECORDS EACH BATCH IN THE
004480*  TABLE BELOW, IN FILE ORDER: ITS NUMBER, WHETHER
004490*  IT BALANCED (B) OR FAILED (F) AND WHY, AND THE
004500*  COUNTS THE END-OF-JOB REPORT PRINTS PER BATCH.
004510*  THE POSTING PASS WALKS THE TABLE IN THE SAME
004520*  ORDER, SO A RESTART LANDS IN THE RIGHT BATCH.
004530*****************************************************
004540 77  WS-LOTE-FIM-SW           PIC X(01) VALUE "N".
004550     88  WS-LOTE-FIM                    VALUE "Y".
004560 77  WS-LOTE-TRAILER-SW       PIC X(01) VALUE "N".
004570     88  WS-LOTE-TRAILER-LIDO           VALUE "Y".
004580 77  WS-LOTE-MENSAGEM         PIC X(40) VALUE SPACES.
004590 77  WS-LOTE-NUMERO           PIC 9(06) VALUE ZERO.
004600 77  WS-LOTE-CONTADOR         PIC 9(07) COMP VALUE ZERO.
004610 77  WS-LOTE-HASH-NUM1        PIC S9(11)V99 COMP-3 VALUE ZERO.
004620 77  WS-LOTE-HASH-NUM2        PIC S9(11)V99 COMP-3 VALUE ZERO.
004630 77  WS-MAXIMO-LOTES          PIC 9(02) COMP VALUE 50.
004640 77  WS-LOTES-QTD             PIC 9(02) COMP VALUE ZERO.
004650 77  WS-LOTE-CORRENTE         PIC 9(02) COMP VALUE ZERO.
004660 77  WS-LOTES-FALHOS          PIC 9(02) COMP VALUE ZERO.
004670 77  WS-LOTE-BOM-SW           PIC X(01) VALUE "N".
004680     88  WS-LOTE-BOM                    VALUE "Y".
004690 77  WS-LOTE-ORIGEM           PIC X(01) VALUE SPACE.
004700     88  WS-LOTE-JUROS                  VALUE "J".
004710 01  WS-TABELA-LOTES.
004720     05  WS-LOTE-ENTRADA OCCURS 50 TIMES.
004730         10  WS-TAB-LOTE-NUMERO      PIC 9(06).
004740         10  WS-TAB-LOTE-STATUS      PIC X(01).
004750         10  WS-TAB-LOTE-MENSAGEM    PIC X(40).
004760         10  WS-TAB-LOTE-CONFERIDOS  PIC 9(07) COMP.
004770         10  WS-TAB-LOTE-PROCESSADOS PIC 9(07) COMP.
004780         10  WS-TAB-LOTE-REJEITADOS  PIC 9(07) COMP.
004790*****************************************************
004800*  CREDIT-LIMIT ENFORCEMENT FIELDS.  THE MOVEMENT IS
004810*  THE BASE-CURRENCY RESULT SIGNED BY THE POSTING
004820*  DIRECTION; THE PROJECTED BALANCE IS CHECKED
004830*  AGAINST THE FLOOR (ZERO MINUS THE ACCOUNT'S
004840*  CREDIT LIMIT) BEFORE ANYTHING IS WRITTEN.
004850*****************************************************
004860 77  WS-LIMITE-SW             PIC X(01) VALUE "N".
004870     88  WS-LIMITE-EXCEDIDO             VALUE "Y".
004880 77  WS-MOVIMENTO-BASE        PIC S9(13)V99 COMP-3 VALUE ZERO.
004890 77  WS-SALDO-PROJETADO       PIC S9(13)V99 COMP-3 VALUE ZERO.
004900 77  WS-LIMITE-PISO           PIC S9(13)V99 COMP-3 VALUE ZERO.
004910*****************************************************
004920*  POSTING FIELDS - THE ACCOUNT, CURRENCY,
004930*  DIRECTION, OPERATION AND BATCH ORIGIN THE ITEM IN
004940*  HAND ACTUALLY POSTS WITH.
004950*  AN ORDINARY ITEM TAKES THEM FROM ITS OWN RECORD;
004960*  A REVERSAL (OPERATION E) TAKES THEM FROM THE
004970*  ORIGINAL POSTING ON POSTFILE, WITH THE DIRECTION
004980*  TURNED OVER, AND CARRIES THE ORIGINAL'S ID AS
004990*  THE LINK WRITTEN TO THE EXTRACT AND AUDIT LOG.
005000*****************************************************
005010 77  WS-ESTORNO-SW            PIC X(01) VALUE "N".
005020     88  WS-E-ESTORNO                   VALUE "Y".
005030 77  WS-CONTA-POSTAGEM        PIC 9(08) VALUE ZERO.
005040 77  WS-MOEDA-POSTAGEM        PIC X(03) VALUE SPACES.
005050 77  WS-IND-DC-POSTAGEM       PIC X(01) VALUE SPACES.
005060     88  WS-POSTAGEM-DEBITO             VALUE "D".
005070 77  WS-OPERACAO-POSTAGEM     PIC X(01) VALUE SPACES.
005080 77  WS-ORIGEM-POSTAGEM       PIC X(01) VALUE SPACES.
005090 77  WS-ID-VINCULADO          PIC 9(06) VALUE ZERO.
005100*****************************************************
005110*  TRANSFER FIELDS.  A TRANSFER (OPERATION T, OR THE
005120*  REVERSAL OF ONE) POSTS A DEBIT LEG AND A CREDIT
005130*  LEG IN THE SAME PASS THROUGH PROGRAMA, OR - WHEN
005140*  THE RUN DIED BETWEEN THEM - THE CREDIT LEG ON THE
005150*  MODE-R RESTART (COMPLETA-TRANSFERENCIA).  THE TWO
005160*  ACCOUNTS ARE KEPT HERE; EACH LEG IN TURN MOVES
005170*  ITS OWN ACCOUNT TO WS-CONTA-POSTAGEM AND THE
005180*  OTHER LEG'S TO WS-CONTA-CONTRAPARTIDA.  THE
005190*  REFERENCE SHARED BY BOTH EXTRACT LINES IS THE
005200*  TRANSFER'S OWN ID.
005210*****************************************************
005220 77  WS-TRANSFERENCIA-SW      PIC X(01) VALUE "N".
005230     88  WS-E-TRANSFERENCIA             VALUE "Y".
005240 77  WS-TRF-CONTA-DEBITO      PIC 9(08) VALUE ZERO.
005250 77  WS-TRF-CONTA-CREDITO     PIC 9(08) VALUE ZERO.
005260 77  WS-CONTA-CONTRAPARTIDA   PIC 9(08) VALUE ZERO.
005270 77  WS-REF-TRANSFERENCIA     PIC 9(06) VALUE ZERO.
005280*****************************************************
005290*  ACKNOWLEDGEMENT (RETORNO) FIELDS.  THE COUNTS AND
005300*  BRL TOTALS OF THE BATCH IN PROGRESS, THE NUMBER OF
005310*  BATCHES WHOSE LT RECORD IS ALREADY ON THE FILE,
005320*  AND THE IT RECORDS OF THE REJECTS SINCE THE LAST
005330*  CHECKPOINT - HELD HERE, NOT WRITTEN, UNTIL THE
005340*  CHECKPOINT THAT COVERS THEM IS TAKEN.  THE TABLE
005350*  HOLDS THE LARGEST CHECKPOINT INTERVAL THE
005360*  PARAMETER CARD ALLOWS.
005370*****************************************************
005380 77  WS-RETORNO-STATUS        PIC X(02) VALUE "00".
005390 77  WS-RET-LOTES-CONFIRMADOS PIC 9(04) COMP VALUE ZERO.
005400 77  WS-RET-LOTE-POSTADOS     PIC 9(07) COMP VALUE ZERO.
005410 77  WS-RET-LOTE-REJEITADOS   PIC 9(07) COMP VALUE ZERO.
005420 77  WS-RET-VALOR-POSTADO     PIC S9(13)V99 COMP-3 VALUE ZERO.
005430 77  WS-RET-VALOR-REJEITADO   PIC S9(13)V99 COMP-3 VALUE ZERO.
005440 77  WS-RET-VALOR-ITEM        PIC S9(13)V99 COMP-3 VALUE ZERO.
005450 77  WS-RET-CODIGO            PIC X(03) VALUE SPACES.
005460 77  WS-RET-NUMERO-LOTE       PIC 9(06) VALUE ZERO.
005470 77  WS-RET-CONFERIDOS        PIC 9(07) COMP VALUE ZERO.
005480 77  WS-RET-GRAVADOS          PIC 9(07) COMP VALUE ZERO.
005490 77  WS-RET-MAXIMO-ITENS      PIC 9(04) COMP VALUE 999.
005500 77  WS-RET-ITENS-QTD         PIC 9(04) COMP VALUE ZERO.
005510 01  WS-RET-ITENS.
005520     05  WS-RET-ITEM OCCURS 999 TIMES
005530             INDEXED BY WS-RET-IDX.
005540         10  WS-RET-ITEM-LOTE     PIC 9(06).
005550         10  WS-RET-ITEM-ID       PIC 9(06).
005560         10  WS-RET-ITEM-CODIGO   PIC X(03).
005570         10  WS-RET-ITEM-VALOR    PIC S9(13)V99 COMP-3.
005580*****************************************************
005590*  FIXED ACKNOWLEDGEMENT CODES (SEE ACKREC) FOR THE
005600*  REJECT REASONS AND THE BATCH HOLD REASONS.  A NEW
005610*  REASON TAKES A NEW CODE AT THE END OF ITS TABLE;
005620*  A REASON NOT FOUND RETURNS R99/L99.
005630*****************************************************
005640 01  WS-MOTIVOS-VALORES.
005650     05  FILLER               PIC X(33) VALUE
005660         "R01ID DE TRANSACAO INVALIDO".
005670     05  FILLER               PIC X(33) VALUE
005680         "R02ENTRADA NAO NUMERICA".
005690     05  FILLER               PIC X(33) VALUE
005700         "R03CODIGO OPERACAO INVALIDO".
005710     05  FILLER               PIC X(33) VALUE
005720         "R04INDICADOR D/C INVALIDO".
005730     05  FILLER               PIC X(33) VALUE
005740         "R05DATA DE VALOR INVALIDA".
005750     05  FILLER               PIC X(33) VALUE
005760         "R06ID ORIGINAL INVALIDO".
005770     05  FILLER               PIC X(33) VALUE
005780         "R07CONTA DE CREDITO INVALIDA".
005790     05  FILLER               PIC X(33) VALUE
005800         "R08TRANSFERENCIA SEM VALOR VALIDO".
005810     05  FILLER               PIC X(33) VALUE
005820         "R09DUPLICATA - ID JA POSTADO".
005830     05  FILLER               PIC X(33) VALUE
005840         "R10NUMERO DE CONTA INVALIDO".
005850     05  FILLER               PIC X(33) VALUE
005860         "R11CONTAS DA TRANSFERENCIA IGUAIS".
005870     05  FILLER               PIC X(33) VALUE
005880         "R12CONTA CREDITO INEXISTENTE".
005890     05  FILLER               PIC X(33) VALUE
005900         "R13CONTA CREDITO ENCERRADA".
005910     05  FILLER               PIC X(33) VALUE
005920         "R14CONTA INEXISTENTE".
005930     05  FILLER               PIC X(33) VALUE
005940         "R15CONTA ENCERRADA".
005950     05  FILLER               PIC X(33) VALUE
005960         "R16ORIGINAL NAO POSTADO".
005970     05  FILLER               PIC X(33) VALUE
005980         "R17ORIGINAL JA ESTORNADO".
005990     05  FILLER               PIC X(33) VALUE
006000         "R18ORIGINAL JA E UM ESTORNO".
006010     05  FILLER               PIC X(33) VALUE
006020         "R19ORIGINAL SEM DADOS DE POSTAGEM".
006030     05  FILLER               PIC X(33) VALUE
006040         "R20MOEDA SEM TAXA NA DATA".
006050     05  FILLER               PIC X(33) VALUE
006060         "R21EXCEDE LIMITE DE CREDITO".
006070     05  FILLER               PIC X(33) VALUE
006080         "R23CONTA DORMENTE - DEBITO VEDADO".
006090     05  FILLER               PIC X(33) VALUE
006100         "R24ORIGINAL COM POSTAGEM PARCIAL".
006110 01  WS-MOTIVOS-TAB REDEFINES WS-MOTIVOS-VALORES.
006120     05  WS-MOT-ENTRADA OCCURS 23 TIMES
006130             INDEXED BY WS-MOT-IDX.
006140         10  WS-MOT-CODIGO    PIC X(03).
006150         10  WS-MOT-TEXTO     PIC X(30).
006160 01  WS-RETENCOES-VALORES.
006170     05  FILLER               PIC X(43) VALUE
006180         "L01NUMERO DO LOTE DIVERGE DO CABECALHO".
006190     05  FILLER               PIC X(43) VALUE
006200         "L02CONTAGEM DE REGISTROS FORA DE BALANCO".
006210     05  FILLER               PIC X(43) VALUE
006220         "L03HASH TOTAL DE NUM1 FORA DE BALANCO".
006230     05  FILLER               PIC X(43) VALUE
006240         "L04HASH TOTAL DE NUM2 FORA DE BALANCO".
006250     05  FILLER               PIC X(43) VALUE
006260         "L10ARQUIVO DE TRANSACOES VAZIO".
006270     05  FILLER               PIC X(43) VALUE
006280         "L11CABECALHO DO LOTE AUSENTE".
006290     05  FILLER               PIC X(43) VALUE
006300         "L12EXCESSO DE LOTES NO ARQUIVO".
006310     05  FILLER               PIC X(43) VALUE
006320         "L13TRAILER DO LOTE AUSENTE".
006330     05  FILLER               PIC X(43) VALUE
006340         "L14TIPO DE REGISTRO INVALIDO NO LOTE".
006350 01  WS-RETENCOES-TAB REDEFINES WS-RETENCOES-VALORES.
006360     05  WS-RTC-ENTRADA OCCURS 9 TIMES
006370             INDEXED BY WS-RTC-IDX.
006380         10  WS-RTC-CODIGO    PIC X(03).
006390         10  WS-RTC-TEXTO     PIC X(40).
006400*****************************************************
006410*  WORK FIELDS
006420*****************************************************
006430 01  SIM-OU-NAO PIC X.
006440 01  NUM1 PIC S9(7)V99.
006450 01  NUM2 PIC S9(7)V99.
006460 01  RESULTADO PIC S9(7)V99.
006470*****************************************************
006480*  CYCLE RUN LEDGER (EXECLOG)
006490*****************************************************
006500 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
006510 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
006520 77  WS-EXECLOG-EOF-SW        PIC X(01) VALUE "N".
006530     88  WS-FIM-EXECLOG                VALUE "Y".
006540 77  WS-PRE-PROGRAMA          PIC X(08) VALUE SPACES.
006550 77  WS-PRE-SITUACAO          PIC X(01) VALUE SPACE.
006560     88  WS-PRE-NAO-EXECUTADO          VALUE SPACE.
006570     88  WS-PRE-EM-ANDAMENTO           VALUE "I".
006580     88  WS-PRE-CONCLUIDO              VALUE "F".
006590 77  WS-PRE-RC                PIC 9(02) VALUE ZERO.
006600 01  WS-EL-HORA-SISTEMA.
006610     05  WS-EL-HHMMSS         PIC 9(06).
006620     05  FILLER               PIC 9(02).
006630 01  WS-PRE-REFERENCIA        PIC 9(08) VALUE ZERO.
006640 01  WS-PRE-REF-PARTES REDEFINES WS-PRE-REFERENCIA.
006650     05  WS-PRE-REF-PERIODO   PIC 9(06).
006660     05  WS-PRE-REF-DIA       PIC 9(02).
006670 01  WS-PRE-MENSAGEM.
006680     05  WS-PM-PROGRAMA       PIC X(08).
006690     05  FILLER               PIC X(01) VALUE SPACE.
006700     05  WS-PM-REFERENCIA     PIC 9(08).
006710     05  FILLER               PIC X(01) VALUE SPACE.
006720     05  WS-PM-ESTADO         PIC X(12).
006730     05  WS-PM-ESTADO-RC REDEFINES WS-PM-ESTADO.
006740         10  FILLER           PIC X(03).
006750         10  WS-PM-RC         PIC 9(02).
006760         10  FILLER           PIC X(07).
006770     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
006780
006790 PROCEDURE DIVISION.
006800*****************************************************
006810*  INICIALIZACAO - OPENS THE TRANSACTION, AUDIT AND
006820*  CHECKPOINT FILES AND STARTS THE MAIN PROCESS LOOP.
006830*****************************************************
006840 INICIALIZACAO.
006850     PERFORM LE-PARAMETROS.
006860     PERFORM VERIFICA-PRE-REQUISITOS.
006870     PERFORM REGISTRA-INICIO.
006880     OPEN INPUT TRANFILE.
006890     PERFORM VALIDA-LOTE.
006900     PERFORM ABRE-AUDITFILE.
006910     PERFORM ABRE-REJECTFILE.
006920     PERFORM ABRE-EXTRATFILE.
006930     PERFORM ABRE-POSTFILE.
006940     PERFORM ABRE-SALDOFILE.
006950     PERFORM CARREGA-CAMBIO.
006960     PERFORM ABRE-CHECKPOINT.
006970     PERFORM ABRE-RETORNO.
006980     PERFORM CONTINUACAO.
006990     PERFORM PERGUNTA
007000         UNTIL SIM-OU-NAO = "N".
007010     PERFORM FINALIZA-PROGRAMA.
007020
007030*****************************************************
007040*  LE-PARAMETROS - READS AND VALIDATES THE RUN-CONTROL
007050*  PARAMETER CARD, THEN ECHOES THE ACCEPTED VALUES SO
007060*  THE CONSOLE LOG PROVES WHAT THE RUN WAS TOLD TO DO.
007070*  THE PROCESSING DATE STAMPS EVERY AUDIT, REJECT AND
007080*  EXTRACT RECORD - IT IS THE BUSINESS DATE, NOT THE
007090*  CALENDAR DATE, SO A SATURDAY RERUN OF FRIDAY'S
007100*  BATCH LANDS IN FRIDAY'S GL PERIOD.  A MISSING OR
007110*  INVALID CARD STOPS THE RUN BEFORE THE FIRST
007120*  TRANSACTION IS TOUCHED.
007130*****************************************************
007140 LE-PARAMETROS.
007150     OPEN INPUT PARMFILE.
007160     IF WS-PARMFILE-STATUS NOT = "00"
007170         DISPLAY "ERRO - CARTAO DE PARAMETROS (PARMFILE) "
007180             "AUSENTE, STATUS " WS-PARMFILE-STATUS
007190         MOVE 12 TO RETURN-CODE
007200         STOP RUN
007210     END-IF.
007220     READ PARMFILE
007230         AT END
007240             DISPLAY "ERRO - CARTAO DE PARAMETROS VAZIO"
007250             MOVE 12 TO RETURN-CODE
007260             STOP RUN
007270     END-READ.
007280     IF PR-DATA-PROCESSAMENTO NOT NUMERIC
007290         OR PR-DATA-MM < "01" OR PR-DATA-MM > "12"
007300         OR PR-DATA-DD < "01" OR PR-DATA-DD > "31"
007310         DISPLAY "ERRO - DATA DE PROCESSAMENTO INVALIDA "
007320             "NO CARTAO DE PARAMETROS"
007330         MOVE 12 TO RETURN-CODE
007340         STOP RUN
007350     END-IF.
007360     IF PR-INTERVALO-CHECKPOINT NOT NUMERIC
007370         OR PR-INTERVALO-CHECKPOINT = ZERO
007380         DISPLAY "ERRO - INTERVALO DE CHECKPOINT INVALIDO "
007390             "NO CARTAO DE PARAMETROS"
007400         MOVE 12 TO RETURN-CODE
007410         STOP RUN
007420     END-IF.
007430     IF NOT PR-MODO-NOVO AND NOT PR-MODO-REINICIO
007440         DISPLAY "ERRO - MODO DE EXECUCAO INVALIDO NO "
007450             "CARTAO DE PARAMETROS (USAR N OU R)"
007460         MOVE 12 TO RETURN-CODE
007470         STOP RUN
007480     END-IF.
007490     IF PR-LIMITE-REJEICAO-PCT NOT NUMERIC
007500         OR PR-LIMITE-REJEICAO-PCT > 100
007510         DISPLAY "ERRO - LIMITE DE REJEICAO INVALIDO NO "
007520             "CARTAO DE PARAMETROS (0 A 100)"
007530         MOVE 12 TO RETURN-CODE
007540         STOP RUN
007550     END-IF.
007560     IF PR-MINIMO-AVALIACAO NOT NUMERIC
007570         DISPLAY "ERRO - MINIMO DE AVALIACAO INVALIDO NO "
007580             "CARTAO DE PARAMETROS"
007590         MOVE 12 TO RETURN-CODE
007600         STOP RUN
007610     END-IF.
007620     IF PR-DATA-CORTE-POSTADOS NOT NUMERIC
007630         OR PR-CORTE-MM < "01" OR PR-CORTE-MM > "12"
007640         OR PR-CORTE-DD < "01" OR PR-CORTE-DD > "31"
007650         OR PR-DATA-CORTE-POSTADOS > PR-DATA-PROCESSAMENTO
007660         DISPLAY "ERRO - DATA DE CORTE DE POSTADOS "
007670             "INVALIDA NO CARTAO DE PARAMETROS"
007680         MOVE 12 TO RETURN-CODE
007690         STOP RUN
007700     END-IF.
007710     PERFORM VERIFICA-PERIODO-FECHADO.
007720     MOVE PR-DATA-PROCESSAMENTO TO WS-DATA-SISTEMA.
007730     MOVE PR-INTERVALO-CHECKPOINT TO WS-INTERVALO-CHECKPOINT.
007740     MOVE PR-MODO-EXECUCAO TO WS-MODO-EXECUCAO.
007750     MOVE PR-LIMITE-REJEICAO-PCT TO WS-LIMITE-REJEICAO-PCT.
007760     MOVE PR-MINIMO-AVALIACAO TO WS-MINIMO-AVALIACAO.
007770     MOVE PR-DATA-CORTE-POSTADOS TO WS-DATA-CORTE-POSTADOS.
007780     CLOSE PARMFILE.
007790     DISPLAY "PARAMETROS ACEITOS PARA ESTA EXECUCAO:".
007800     DISPLAY "  DATA DE PROCESSAMENTO : " WS-DATA-SISTEMA.
007810     DISPLAY "  INTERVALO CHECKPOINT  : "
007820         WS-INTERVALO-CHECKPOINT.
007830     DISPLAY "  MODO DE EXECUCAO      : " WS-MODO-EXECUCAO.
007840     DISPLAY "  LIMITE DE REJEICAO %  : "
007850         WS-LIMITE-REJEICAO-PCT.
007860     DISPLAY "  MINIMO DE AVALIACAO   : "
007870         WS-MINIMO-AVALIACAO.
007880     DISPLAY "  CORTE DE POSTADOS     : "
007890         WS-DATA-CORTE-POSTADOS.
007900
007910*****************************************************
007920*  VERIFICA-PERIODO-FECHADO - THE PROCESSING DATE
007930*  MUST NOT FALL IN A MONTH THE GL HAS ALREADY
007940*  CLOSED (AULA11 WRITES ONE PERCTRL RECORD PER
007950*  CLOSED PERIOD).  AN ABSENT PERCTRL ONLY MEANS NO
007960*  PERIOD WAS EVER CLOSED; ANY OTHER OPEN FAILURE
007970*  STOPS THE RUN - POSTING BLIND PAST A CONTROL THAT
007980*  CANNOT BE READ IS EXACTLY HOW JULY GOT RESTATED.
007990*****************************************************
008000 VERIFICA-PERIODO-FECHADO.
008010     OPEN INPUT PERCTRL.
008020     IF WS-PERCTRL-STATUS = "35"
008030         CONTINUE
008040     ELSE
008050         IF WS-PERCTRL-STATUS NOT = "00"
008060             DISPLAY "ERRO - CONTROLE DE PERIODOS "
008070                 "INDISPONIVEL, STATUS " WS-PERCTRL-STATUS
008080             MOVE 12 TO RETURN-CODE
008090             STOP RUN
008100         END-IF
008110         MOVE PR-DATA-PROCESSAMENTO(1:6) TO PC-PERIODO
008120         READ PERCTRL
008130             INVALID KEY
008140                 CONTINUE
008150             NOT INVALID KEY
008160                 DISPLAY "ERRO - DATA DE PROCESSAMENTO EM "
008170                     "PERIODO FECHADO (" PC-PERIODO
008180                     " FECHADO EM " PC-DATA-FECHAMENTO
008190                     " POR " PC-OPERADOR ")"
008200                 MOVE 12 TO RETURN-CODE
008210                 STOP RUN
008220         END-READ
008230         CLOSE PERCTRL
008240     END-IF.
008250
008260*****************************************************
008270*  VERIFICA-PRE-REQUISITOS - POSTING CONVERTS AT THE
008280*  DAY'S CAMBFILE RATES, SO THE RATE LOAD (AULA9) FOR
008290*  THE PROCESSING DATE MUST HAVE ENDED CLEAN - ITS RC
008300*  4 MEANS RATES WERE HELD, REJECTED OR MISSING AND
008310*  THE DESK HAS NOT YET WORKED THE REPORT.  A RESTART
008320*  (MODE R) IS HELD TO THE SAME RULE.
008330*****************************************************
008340 VERIFICA-PRE-REQUISITOS.
008350     MOVE "AULA9" TO WS-PRE-PROGRAMA.
008360     MOVE PR-DATA-PROCESSAMENTO TO WS-PRE-REFERENCIA.
008370     PERFORM CONSULTA-EXECLOG.
008380     IF NOT WS-PRE-CONCLUIDO
008390             OR WS-PRE-RC NOT = ZERO
008400         PERFORM DESCREVE-PRE-REQUISITO
008410         DISPLAY "A POSTAGEM EXIGE A CARGA DE CAMBIO (AULA9) "
008420             "DA DATA CONCLUIDA COM RC 00"
008430         PERFORM RECUSA-EXECUCAO
008440     END-IF.
008450
008460*****************************************************
008470*  ABRE-AUDITFILE - OPENS AUDITFILE FOR APPENDING.  ON
008480*  A FIRST-EVER RUN, OR ANY TIME OPS HAS ARCHIVED OFF
008490*  YESTERDAY'S LOG BEFORE THE NIGHTLY RUN, THE FILE WON'T
008500*  EXIST YET - OPEN EXTEND CANNOT CREATE IT, SO THAT IS
008510*  CAUGHT AND RETRIED AS OPEN OUTPUT, WHICH CREATES IT.
008520*****************************************************
008530 ABRE-AUDITFILE.
008540     OPEN EXTEND AUDITFILE.
008550     IF WS-AUDITFILE-STATUS = "35" OR "05"
008560         OPEN OUTPUT AUDITFILE
008570     END-IF.
008580
008590*****************************************************
008600*  ABRE-REJECTFILE - OPENS REJECTFILE FOR APPENDING,
008610*  CREATING IT ON A FIRST-EVER RUN THE SAME WAY
008620*  ABRE-AUDITFILE DOES FOR AUDITFILE.
008630*****************************************************
008640 ABRE-REJECTFILE.
008650     OPEN EXTEND REJECTFILE.
008660     IF WS-REJECTFILE-STATUS = "35" OR "05"
008670         OPEN OUTPUT REJECTFILE
008680     END-IF.
008690
008700*****************************************************
008710*  ABRE-EXTRATFILE - OPENS EXTRATFILE FOR APPENDING,
008720*  CREATING IT ON A FIRST-EVER RUN THE SAME WAY
008730*  ABRE-AUDITFILE DOES FOR AUDITFILE.
008740*****************************************************
008750 ABRE-EXTRATFILE.
008760     OPEN EXTEND EXTRATFILE.
008770     IF WS-EXTRATFILE-STATUS = "35" OR "05"
008780         OPEN OUTPUT EXTRATFILE
008790     END-IF.
008800
008810*****************************************************
008820*  ABRE-POSTFILE - OPENS THE POSTED-TRANSACTIONS
008830*  MASTER FOR KEYED READ/WRITE, CREATING IT EMPTY ON
008840*  A FIRST-EVER RUN ONLY (FILE STATUS 35).  UNLIKE
008850*  CHECKFILE, THIS MASTER IS PERMANENT HISTORY - ANY
008860*  OTHER OPEN FAILURE STOPS THE RUN RATHER THAN
008870*  RECREATING (AND SO WIPING) THE FILE.
008880*****************************************************
008890 ABRE-POSTFILE.
008900     OPEN I-O POSTFILE.
008910     IF WS-POSTFILE-STATUS = "35"
008920         OPEN OUTPUT POSTFILE
008930         CLOSE POSTFILE
008940         OPEN I-O POSTFILE
008950     END-IF.
008960     IF WS-POSTFILE-STATUS NOT = "00"
008970         DISPLAY "ERRO - MASTER DE POSTADOS INDISPONIVEL, "
008980             "STATUS " WS-POSTFILE-STATUS
008990         MOVE 12 TO RETURN-CODE
009000         STOP RUN
009010     END-IF.
009020
009030*****************************************************
009040*  ABRE-SALDOFILE - OPENS THE ACCOUNT BALANCE MASTER
009050*  FOR KEYED READ/UPDATE.  LIKE THE POSTED MASTER IT
009060*  IS PERMANENT HISTORY: IT IS CREATED EMPTY ONLY ON
009070*  A FIRST-EVER RUN (FILE STATUS 35 - EVERY
009080*  TRANSACTION THEN REJECTS UNTIL THE ACCOUNTS ARE
009090*  OPENED WITH AULA6), AND ANY OTHER OPEN FAILURE
009100*  STOPS THE RUN RATHER THAN RECREATING THE FILE.
009110*****************************************************
009120 ABRE-SALDOFILE.
009130     OPEN I-O SALDOFILE.
009140     IF WS-SALDOFILE-STATUS = "35"
009150         OPEN OUTPUT SALDOFILE
009160         CLOSE SALDOFILE
009170         OPEN I-O SALDOFILE
009180     END-IF.
009190     IF WS-SALDOFILE-STATUS NOT = "00"
009200         DISPLAY "ERRO - MASTER DE SALDOS INDISPONIVEL, "
009210             "STATUS " WS-SALDOFILE-STATUS
009220         MOVE 12 TO RETURN-CODE
009230         STOP RUN
009240     END-IF.
009250
009260*****************************************************
009270*  CARREGA-CAMBIO - LOADS INTO WORKING STORAGE THE
009280*  EXCHANGE RATES EFFECTIVE ON THE PROCESSING DATE.
009290*  A MISSING RATE FILE IS NOT FATAL - THE RUN GOES ON
009300*  ACCEPTING ONLY THE BASE CURRENCY (BRL), AND EVERY
009310*  FOREIGN-CURRENCY TRANSACTION REJECTS - BUT ANY
009320*  OTHER OPEN FAILURE STOPS THE RUN.  THE FILE STAYS
009330*  OPEN FOR THE WHOLE RUN: A VALUE-DATED TRANSACTION
009340*  CONVERTS AT THE RATE EFFECTIVE ON ITS VALUE DATE,
009350*  WHICH VERIFICA-MOEDA READS BY KEY ON DEMAND.
009360*****************************************************
009370 CARREGA-CAMBIO.
009380     MOVE SPACES TO WS-TABELA-CAMBIO.
009390     OPEN INPUT CAMBFILE.
009400     IF WS-CAMBFILE-STATUS = "35"
009410         DISPLAY "AVISO - ARQUIVO DE CAMBIO AUSENTE - "
009420             "SOMENTE A MOEDA BASE (BRL) SERA ACEITA"
009430     ELSE
009440         IF WS-CAMBFILE-STATUS NOT = "00"
009450             DISPLAY "ERRO - ARQUIVO DE CAMBIO "
009460                 "INDISPONIVEL, STATUS " WS-CAMBFILE-STATUS
009470             MOVE 12 TO RETURN-CODE
009480             STOP RUN
009490         END-IF
009500         SET WS-CAMBIO-DISPONIVEL TO TRUE
009510         MOVE LOW-VALUES TO CB-CHAVE
009520         START CAMBFILE KEY NOT < CB-CHAVE
009530             INVALID KEY
009540                 SET WS-CAMBIO-FIM TO TRUE
009550         END-START
009560         PERFORM LE-PROXIMO-CAMBIO
009570         PERFORM GUARDA-TAXA-DO-DIA
009580             UNTIL WS-CAMBIO-FIM
009590         DISPLAY "TAXAS DE CAMBIO CARREGADAS PARA "
009600             WS-DATA-SISTEMA ": " WS-CAMBIO-QTD
009610     END-IF.
009620
009630*****************************************************
009640*  GUARDA-TAXA-DO-DIA - KEEPS ONE RATE RECORD IN THE
009650*  TABLE IF IT IS EFFECTIVE ON THE PROCESSING DATE.
009660*****************************************************
009670 GUARDA-TAXA-DO-DIA.
009680     IF CB-DATA-VIGENCIA = WS-DATA-SISTEMA
009690         IF WS-CAMBIO-QTD < WS-MAXIMO-MOEDAS
009700             ADD 1 TO WS-CAMBIO-QTD
009710             SET WS-CAMBIO-IDX TO WS-CAMBIO-QTD
009720             MOVE CB-MOEDA
009730                 TO WS-CAMBIO-MOEDA (WS-CAMBIO-IDX)
009740             MOVE CB-TAXA
009750                 TO WS-CAMBIO-TAXA (WS-CAMBIO-IDX)
009760         ELSE
009770             DISPLAY "AVISO - TABELA DE CAMBIO CHEIA - "
009780                 "MOEDA " CB-MOEDA " IGNORADA"
009790         END-IF
009800     END-IF.
009810     PERFORM LE-PROXIMO-CAMBIO.
009820
009830 LE-PROXIMO-CAMBIO.
009840     IF NOT WS-CAMBIO-FIM
009850         READ CAMBFILE NEXT RECORD
009860             AT END
009870                 SET WS-CAMBIO-FIM TO TRUE
009880         END-READ
009890     END-IF.
009900
009910*****************************************************
009920*  ABRE-CHECKPOINT - OPENS THE CHECKPOINT FILE,
009930*  CREATING ITS SINGLE CONTROL RECORD ON A FIRST RUN,
009940*  AND LOADS THE COUNT OF TRANSACTIONS ALREADY
009950*  COMPLETED BY A PRIOR RUN (ZERO IF NONE), WITH THE
009960*  ACKNOWLEDGEMENT STATE AT THAT POINT.
009970*****************************************************
009980 ABRE-CHECKPOINT.
009990     OPEN I-O CHECKFILE.
010000     IF WS-CHECKFILE-STATUS NOT = "00"
010010         OPEN OUTPUT CHECKFILE
010020         MOVE "CKPT0001" TO CK-CHAVE
010030         MOVE ZERO TO CK-CONTADOR-PROCESSADO
010040         MOVE ZERO TO CK-LOTES-CONFIRMADOS CK-LOTE-POSTADOS
010050             CK-LOTE-REJEITADOS CK-LOTE-VALOR-POSTADO
010060             CK-LOTE-VALOR-REJEITADO
010070         WRITE CK-REGISTRO-CHECKPOINT
010080         CLOSE CHECKFILE
010090         OPEN I-O CHECKFILE
010100     END-IF.
010110     MOVE "CKPT0001" TO CK-CHAVE.
010120     READ CHECKFILE
010130         INVALID KEY
010140             MOVE ZERO TO WS-CONTADOR-REINICIO
010150         NOT INVALID KEY
010160             MOVE CK-CONTADOR-PROCESSADO TO WS-CONTADOR-REINICIO
010170             MOVE CK-LOTES-CONFIRMADOS
010180                 TO WS-RET-LOTES-CONFIRMADOS
010190             MOVE CK-LOTE-POSTADOS TO WS-RET-LOTE-POSTADOS
010200             MOVE CK-LOTE-REJEITADOS TO WS-RET-LOTE-REJEITADOS
010210             MOVE CK-LOTE-VALOR-POSTADO
010220                 TO WS-RET-VALOR-POSTADO
010230             MOVE CK-LOTE-VALOR-REJEITADO
010240                 TO WS-RET-VALOR-REJEITADO
010250     END-READ.
010260*    IN MODE N (NOVO) THE PARAMETER CARD DECLARES THIS A
010270*    FRESH RUN - A LEFTOVER CHECKPOINT FROM A PRIOR DAY
010280*    MUST NOT MAKE IT SKIP TRANSACTIONS.  MODE R
010290*    (REINICIO) RESUMES FROM THE CHECKPOINT AS BEFORE.
010300     IF WS-MODO-NOVO
010310             AND (WS-CONTADOR-REINICIO > ZERO
010320                  OR WS-RET-LOTES-CONFIRMADOS > ZERO)
010330         DISPLAY "MODO NOVO - CHECKPOINT ANTERIOR DE "
010340             WS-CONTADOR-REINICIO " TRANSACOES DESCARTADO"
010350         MOVE ZERO TO WS-CONTADOR-REINICIO
010360         MOVE ZERO TO WS-CONTADOR-TRANSACOES
010370         MOVE ZERO TO WS-RET-LOTES-CONFIRMADOS
010380             WS-RET-LOTE-POSTADOS WS-RET-LOTE-REJEITADOS
010390             WS-RET-VALOR-POSTADO WS-RET-VALOR-REJEITADO
010400         PERFORM GRAVA-CHECKPOINT
010410     END-IF.
010420     MOVE WS-CONTADOR-REINICIO TO WS-CONTADOR-TRANSACOES.
010430
010440*****************************************************
010450*  ABRE-RETORNO - A RUN THAT STARTS FROM THE TOP OF
010460*  THE FILE STARTS A NEW ACKNOWLEDGEMENT FILE; A
010470*  RESTART THAT RESUMES PAST A CHECKPOINT APPENDS TO
010480*  THE ONE THE INTERRUPTED RUN LEFT, WHICH ALREADY
010490*  HOLDS EVERYTHING UP TO THAT CHECKPOINT.  A RUN
010500*  THAT CANNOT ACKNOWLEDGE STOPS BEFORE POSTING.
010510*****************************************************
010520 ABRE-RETORNO.
010530     IF WS-CONTADOR-REINICIO = ZERO
010540             AND WS-RET-LOTES-CONFIRMADOS = ZERO
010550         OPEN OUTPUT RETORNO
010560     ELSE
010570         OPEN EXTEND RETORNO
010580         IF WS-RETORNO-STATUS = "35" OR "05"
010590             OPEN OUTPUT RETORNO
010600         END-IF
010610     END-IF.
010620     IF WS-RETORNO-STATUS NOT = "00"
010630         DISPLAY "ERRO - ARQUIVO DE RETORNO (RETORNO) "
010640             "INDISPONIVEL, STATUS " WS-RETORNO-STATUS
010650         MOVE 12 TO RETURN-CODE
010660         STOP RUN
010670     END-IF.
010680
010690*****************************************************
010700*  VALIDA-LOTE - PRE-BALANCES EVERY BATCH ON THE
010710*  TRANSACTION FILE BEFORE ANYTHING IS POSTED.  THE
010720*  FILE IS A SEQUENCE OF HD/DT/TR GROUPS - THE
010730*  UPSTREAM CAPTURE BATCH PLUS WHATEVER AULA2 BUILT -
010740*  AND EACH GROUP BALANCES INDEPENDENTLY: AN
010750*  OUT-OF-BALANCE GROUP IS MARKED FAILED IN THE BATCH
010760*  TABLE AND ONLY THAT GROUP IS HELD, WHILE A FILE
010770*  WHOSE STRUCTURE CANNOT BE TRUSTED AT ALL - EMPTY,
010780*  NOT OPENING WITH A HEADER, TRUNCATED BEFORE A
010790*  TRAILER, OR AN UNKNOWN RECORD TYPE - STILL FAILS
010800*  THE RUN AS A WHOLE.  ON SUCCESS THE FILE IS
010810*  REOPENED AT ITS FIRST RECORD FOR THE POSTING PASS.
010820*****************************************************
010830 VALIDA-LOTE.
010840     PERFORM LE-REGISTRO-LOTE.
010850     IF WS-LOTE-FIM
010860         MOVE "ARQUIVO DE TRANSACOES VAZIO" TO WS-LOTE-MENSAGEM
010870         PERFORM ABORTA-LOTE
010880     END-IF.
010890     PERFORM CONFERE-UM-LOTE
010900         UNTIL WS-LOTE-FIM.
010910     DISPLAY "LOTES CONFERIDOS: " WS-LOTES-QTD
010920         " (" WS-LOTES-FALHOS " REPROVADOS)".
010930     CLOSE TRANFILE.
010940     OPEN INPUT TRANFILE.
010950
010960*****************************************************
010970*  CONFERE-UM-LOTE - PRE-BALANCES ONE HD/DT/TR GROUP.
010980*  ENTERED WITH THE GROUP'S EXPECTED HEADER IN THE
010990*  RECORD AREA; LEAVES WITH THE NEXT GROUP'S HEADER
011000*  (OR END OF FILE) THERE.  THE TRAILER CHECKS THAT
011010*  USED TO FAIL THE WHOLE FILE NOW ONLY FAIL THIS
011020*  GROUP - A TYPO IN ONE BATCH'S TRAILER MUST NOT
011030*  HOLD THE OTHER BATCHES' POSTINGS HOSTAGE.
011040*****************************************************
011050 CONFERE-UM-LOTE.
011060     IF NOT TR-TIPO-CABECALHO
011070         MOVE "CABECALHO DO LOTE AUSENTE" TO WS-LOTE-MENSAGEM
011080         PERFORM ABORTA-LOTE
011090     END-IF.
011100     IF WS-LOTES-QTD >= WS-MAXIMO-LOTES
011110         MOVE "EXCESSO DE LOTES NO ARQUIVO"
011120             TO WS-LOTE-MENSAGEM
011130         PERFORM ABORTA-LOTE
011140     END-IF.
011150     ADD 1 TO WS-LOTES-QTD.
011160     MOVE TR-CAB-NUMERO-LOTE TO WS-LOTE-NUMERO.
011170     MOVE TR-CAB-NUMERO-LOTE
011180         TO WS-TAB-LOTE-NUMERO (WS-LOTES-QTD).
011190     MOVE SPACES TO WS-TAB-LOTE-MENSAGEM (WS-LOTES-QTD).
011200     MOVE ZERO TO WS-TAB-LOTE-CONFERIDOS (WS-LOTES-QTD).
011210     MOVE ZERO TO WS-TAB-LOTE-PROCESSADOS (WS-LOTES-QTD).
011220     MOVE ZERO TO WS-TAB-LOTE-REJEITADOS (WS-LOTES-QTD).
011230     MOVE ZERO TO WS-LOTE-CONTADOR.
011240     MOVE ZERO TO WS-LOTE-HASH-NUM1.
011250     MOVE ZERO TO WS-LOTE-HASH-NUM2.
011260     MOVE "N" TO WS-LOTE-TRAILER-SW.
011270     DISPLAY "LOTE " WS-LOTE-NUMERO " GERADO EM "
011280         TR-CAB-DATA-GERACAO " EM CONFERENCIA".
011290     PERFORM CONFERE-REGISTRO-LOTE
011300         UNTIL WS-LOTE-TRAILER-LIDO OR WS-LOTE-FIM.
011310     IF NOT WS-LOTE-TRAILER-LIDO
011320         MOVE "TRAILER DO LOTE AUSENTE" TO WS-LOTE-MENSAGEM
011330         PERFORM ABORTA-LOTE
011340     END-IF.
011350     MOVE WS-LOTE-CONTADOR
011360         TO WS-TAB-LOTE-CONFERIDOS (WS-LOTES-QTD).
011370     MOVE SPACES TO WS-LOTE-MENSAGEM.
011380     EVALUATE TRUE
011390         WHEN TR-TRL-NUMERO-LOTE NOT = WS-LOTE-NUMERO
011400             MOVE "NUMERO DO LOTE DIVERGE DO CABECALHO"
011410                 TO WS-LOTE-MENSAGEM
011420         WHEN TR-TRL-CONTADOR-REGISTROS NOT = WS-LOTE-CONTADOR
011430             MOVE "CONTAGEM DE REGISTROS FORA DE BALANCO"
011440                 TO WS-LOTE-MENSAGEM
011450         WHEN TR-TRL-HASH-NUM1 NOT = WS-LOTE-HASH-NUM1
011460             MOVE "HASH TOTAL DE NUM1 FORA DE BALANCO"
011470                 TO WS-LOTE-MENSAGEM
011480         WHEN TR-TRL-HASH-NUM2 NOT = WS-LOTE-HASH-NUM2
011490             MOVE "HASH TOTAL DE NUM2 FORA DE BALANCO"
011500                 TO WS-LOTE-MENSAGEM
011510         WHEN OTHER
011520             CONTINUE
011530     END-EVALUATE.
011540     IF WS-LOTE-MENSAGEM = SPACES
011550         MOVE "B" TO WS-TAB-LOTE-STATUS (WS-LOTES-QTD)
011560         DISPLAY "LOTE " WS-LOTE-NUMERO " CONFERIDO: "
011570             WS-LOTE-CONTADOR " REGISTROS EM BALANCO"
011580     ELSE
011590         PERFORM REPROVA-LOTE
011600     END-IF.
011610     PERFORM LE-REGISTRO-LOTE.
011620
011630*****************************************************
011640*  REPROVA-LOTE - MARKS THE BATCH IN HAND FAILED.
011650*  THE POSTING PASS WILL SKIP ITS DETAIL RECORDS AS A
011660*  BLOCK - THE BATCH FAILED AS A WHOLE AND COMES BACK
011670*  WHEN THE SENDER RETRANSMITS IT, SO ITS ITEMS ARE
011680*  NOT PUSHED ONE BY ONE THROUGH THE REJECT LISTING.
011690*****************************************************
011700 REPROVA-LOTE.
011710     MOVE "F" TO WS-TAB-LOTE-STATUS (WS-LOTES-QTD).
011720     MOVE WS-LOTE-MENSAGEM
011730         TO WS-TAB-LOTE-MENSAGEM (WS-LOTES-QTD).
011740     ADD 1 TO WS-LOTES-FALHOS.
011750     DISPLAY "LOTE " WS-LOTE-NUMERO " REPROVADO: "
011760         WS-LOTE-MENSAGEM.
011770     DISPLAY "SOMENTE ESTE LOTE FOI RETIDO - OS DEMAIS "
011780         "PROSSEGUEM NORMALMENTE".
011790
011800*****************************************************
011810*  CONFERE-REGISTRO-LOTE - READS AND CLASSIFIES ONE
011820*  RECORD OF THE PRE-BALANCING PASS, ACCUMULATING THE
011830*  DETAIL RECORD COUNT AND THE NUM1/NUM2 HASH TOTALS
011840*  THE TRAILER WILL BE CHECKED AGAINST.  A FIELD THAT
011850*  IS NOT NUMERIC CONTRIBUTES NOTHING TO ITS HASH -
011860*  THE UPSTREAM SYSTEM HASHES WHAT IT SENT, SO A
011870*  RECORD CORRUPTED IN TRANSFER STILL SHOWS UP AS AN
011880*  OUT-OF-BALANCE BATCH.  A SECOND HEADER BEFORE THE
011890*  TRAILER, OR AN UNKNOWN RECORD TYPE, IS STRUCTURAL
011900*  AND STILL FAILS THE FILE AS A WHOLE.
011910*****************************************************
011920 CONFERE-REGISTRO-LOTE.
011930     PERFORM LE-REGISTRO-LOTE.
011940     EVALUATE TRUE
011950         WHEN WS-LOTE-FIM
011960             CONTINUE
011970         WHEN TR-TIPO-TRAILER
011980             SET WS-LOTE-TRAILER-LIDO TO TRUE
011990         WHEN TR-TIPO-DETALHE
012000             ADD 1 TO WS-LOTE-CONTADOR
012010             IF TR-NUM1 NUMERIC
012020                 ADD TR-NUM1 TO WS-LOTE-HASH-NUM1
012030             END-IF
012040             IF TR-NUM2 NUMERIC
012050                 ADD TR-NUM2 TO WS-LOTE-HASH-NUM2
012060             END-IF
012070         WHEN OTHER
012080             MOVE "TIPO DE REGISTRO INVALIDO NO LOTE"
012090                 TO WS-LOTE-MENSAGEM
012100             PERFORM ABORTA-LOTE
012110     END-EVALUATE.
012120
012130 LE-REGISTRO-LOTE.
012140     READ TRANFILE
012150         AT END
012160             SET WS-LOTE-FIM TO TRUE
012170     END-READ.
012180
012190*****************************************************
012200*  ABORTA-LOTE - FAILS THE FILE AS A WHOLE, FOR THE
012210*  STRUCTURAL ERRORS NO PER-BATCH RECOVERY CAN WORK
012220*  AROUND.  NO OUTPUT FILE HAS BEEN OPENED YET, SO
012230*  NOTHING HAS BEEN POSTED; THE OPERATOR RERUNS THE
012240*  JOB AFTER THE FILE IS RETRANSMITTED.  THE SENDER
012250*  IS TOLD THROUGH THE ACKNOWLEDGEMENT FILE.
012260*****************************************************
012270 ABORTA-LOTE.
012280     DISPLAY "ARQUIVO REJEITADO COMO UM TODO: "
012290         WS-LOTE-MENSAGEM.
012300     DISPLAY "NENHUMA TRANSACAO FOI POSTADA NESTA EXECUCAO.".
012310     CLOSE TRANFILE.
012320     MOVE 12 TO RETURN-CODE.
012330     PERFORM RETORNA-ARQUIVO-RECUSADO.
012340     STOP RUN.
012350
012360*****************************************************
012370*  RETORNA-ARQUIVO-RECUSADO - ACKNOWLEDGES A FILE
012380*  REFUSED AS A WHOLE: EVERY BATCH READ UP TO THE
012390*  FAULT GOES BACK HELD UNDER THE FILE-LEVEL CODE, OR
012400*  ONE LT FOR BATCH 000000 WHEN NOT EVEN A HEADER WAS
012410*  READ.  THE RUN IS ALREADY FAILING, SO AN
012420*  ACKNOWLEDGEMENT FILE THAT CANNOT BE OPENED IS
012430*  ONLY REPORTED.
012440*****************************************************
012450 RETORNA-ARQUIVO-RECUSADO.
012460     PERFORM CODIFICA-RETENCAO.
012470     IF WS-MODO-REINICIO
012480         OPEN EXTEND RETORNO
012490         IF WS-RETORNO-STATUS = "35" OR "05"
012500             OPEN OUTPUT RETORNO
012510         END-IF
012520     ELSE
012530         OPEN OUTPUT RETORNO
012540     END-IF.
012550     IF WS-RETORNO-STATUS NOT = "00"
012560         DISPLAY "ERRO - ARQUIVO DE RETORNO (RETORNO) "
012570             "INDISPONIVEL, STATUS " WS-RETORNO-STATUS
012580     ELSE
012590         IF WS-LOTES-QTD = ZERO
012600             MOVE ZERO TO WS-RET-NUMERO-LOTE
012610             MOVE ZERO TO WS-RET-CONFERIDOS
012620             PERFORM GRAVA-RETORNO-RETIDO
012630         ELSE
012640             PERFORM RETORNA-LOTE-RECUSADO
012650                 VARYING WS-LOTE-CORRENTE FROM 1 BY 1
012660                 UNTIL WS-LOTE-CORRENTE > WS-LOTES-QTD
012670         END-IF
012680         CLOSE RETORNO
012690     END-IF.
012700
012710 RETORNA-LOTE-RECUSADO.
012720     MOVE WS-TAB-LOTE-NUMERO (WS-LOTE-CORRENTE)
012730         TO WS-RET-NUMERO-LOTE.
012740     MOVE WS-TAB-LOTE-CONFERIDOS (WS-LOTE-CORRENTE)
012750         TO WS-RET-CONFERIDOS.
012760     PERFORM GRAVA-RETORNO-RETIDO.
012770
012780*****************************************************
012790*  PERGUNTA - ONE ITERATION OF THE MAIN PROCESSING
012800*  LOOP: ROUTE THE CURRENTLY LOADED RECORD BY ITS
012810*  TYPE, THEN READ THE NEXT ONE FOR THE LOOP TEST IN
012820*  INICIALIZACAO.
012830*****************************************************
012840 PERGUNTA.
012850     PERFORM PROCESSA-REGISTRO.
012860     PERFORM CONTINUACAO.
012870
012880*****************************************************
012890*  PROCESSA-REGISTRO - ROUTES ONE RECORD OF THE
012900*  POSTING PASS.  HEADERS STEP INTO THE NEXT BATCH OF
012910*  THE TABLE BUILT BY VALIDA-LOTE; TRAILERS CLOSE IT
012920*  OUT ON THE CONSOLE; DETAILS POST (OR ARE SKIPPED
012930*  WHEN THE BATCH FAILED BALANCING, OR WHEN A MODE-R
012940*  RESTART ALREADY COMPLETED THEM IN A PRIOR RUN).
012950*****************************************************
012960 PROCESSA-REGISTRO.
012970     EVALUATE TRUE
012980         WHEN TR-TIPO-CABECALHO
012990             PERFORM INICIA-LOTE-POSTAGEM
013000         WHEN TR-TIPO-TRAILER
013010             PERFORM ENCERRA-LOTE-POSTAGEM
013020         WHEN TR-TIPO-DETALHE
013030             PERFORM TRATA-DETALHE
013040         WHEN OTHER
013050             CONTINUE
013060     END-EVALUATE.
013070
013080 INICIA-LOTE-POSTAGEM.
013090     ADD 1 TO WS-LOTE-CORRENTE.
013100     MOVE TR-CAB-NUMERO-LOTE TO WS-LOTE-NUMERO.
013110     MOVE TR-CAB-ORIGEM TO WS-LOTE-ORIGEM.
013120     IF WS-TAB-LOTE-STATUS (WS-LOTE-CORRENTE) = "B"
013130         SET WS-LOTE-BOM TO TRUE
013140         DISPLAY "LOTE " WS-LOTE-NUMERO " EM POSTAGEM"
013150     ELSE
013160         MOVE "N" TO WS-LOTE-BOM-SW
013170         DISPLAY "LOTE " WS-LOTE-NUMERO " RETIDO - "
013180             WS-TAB-LOTE-MENSAGEM (WS-LOTE-CORRENTE)
013190     END-IF.
013200
013210*    A BATCH WHOSE LT RECORD AN INTERRUPTED RUN HAD
013220*    ALREADY WRITTEN IS NOT ACKNOWLEDGED AGAIN.
013230 ENCERRA-LOTE-POSTAGEM.
013240     IF WS-LOTE-BOM
013250         DISPLAY "LOTE " WS-LOTE-NUMERO " POSTADO: "
013260             WS-TAB-LOTE-PROCESSADOS (WS-LOTE-CORRENTE)
013270             " PROCESSADAS, "
013280             WS-TAB-LOTE-REJEITADOS (WS-LOTE-CORRENTE)
013290             " REJEITADAS"
013300     END-IF.
013310     IF WS-LOTE-CORRENTE > WS-RET-LOTES-CONFIRMADOS
013320         PERFORM GRAVA-RETORNO-LOTE
013330     END-IF.
013340
013350*****************************************************
013360*  TRATA-DETALHE - ONE DETAIL RECORD OF THE POSTING
013370*  PASS.  DETAILS OF A FAILED BATCH ARE SKIPPED AS A
013380*  BLOCK.  ON A MODE-R RESTART THE FIRST CHECKPOINTED
013390*  COUNT OF POSTABLE DETAILS IS SKIPPED INSTEAD OF
013400*  REPROCESSED - BATCH STATUSES COME OUT OF THE SAME
013410*  FILE IN THE SAME ORDER, SO THE SKIP LANDS IN THE
013420*  RIGHT BATCH.  A TRANSFER IS ONE DETAIL RECORD,
013430*  BUT A RUN CAN STILL DIE BETWEEN ITS LEGS: THE
013440*  DEBIT LEG LEAVES ITS POSTFILE ENTRY INCOMPLETE
013450*  (I), AND THE RESTART'S PASS THROUGH PROGRAMA
013460*  FINDS IT AND POSTS THE CREDIT LEG THROUGH
013470*  COMPLETA-TRANSFERENCIA.
013480*****************************************************
013490 TRATA-DETALHE.
013500     IF WS-LOTE-BOM
013510         IF WS-CONTADOR-PULADOS < WS-CONTADOR-REINICIO
013520             ADD 1 TO WS-CONTADOR-PULADOS
013530         ELSE
013540             PERFORM PROGRAMA
013550             ADD 1
013560                 TO WS-TAB-LOTE-PROCESSADOS (WS-LOTE-CORRENTE)
013570             IF WS-ENTRADA-INVALIDA OR WS-HOUVE-ESTOURO
013580                     OR WS-LIMITE-EXCEDIDO
013590                 ADD 1
013600                     TO WS-TAB-LOTE-REJEITADOS
013610                         (WS-LOTE-CORRENTE)
013620             END-IF
013630         END-IF
013640     END-IF.
013650
013660*****************************************************
013670*  FINALIZA-PROGRAMA - NORMAL END OF JOB.  THE RETURN
013680*  CODE GRADES THE RUN FOR THE SCHEDULER: 0 = CLEAN,
013690*  4 = COMPLETED WITH REJECTS (EXTRATFILE USABLE BUT
013700*  THE REJECT LISTING NEEDS WORKING), 8 = AT LEAST
013710*  ONE BATCH FAILED BALANCING AND WAS HELD AS A
013720*  WHOLE (THE OTHERS POSTED), OR ABORTED ON THE
013730*  REJECT-RATE THRESHOLD (SET IN ABORTA-LIMITE),
013740*  12 = PARAMETER, STRUCTURAL BATCH-CONTROL OR FILE
013750*  ERROR (SET AT THE POINT OF FAILURE).
013760*****************************************************
013770 FINALIZA-PROGRAMA.
013780     PERFORM GRAVA-CHECKPOINT.
013790     PERFORM IMPRIME-TOTAIS-LOTES.
013800     PERFORM IMPRIME-TOTAIS-CONTROLE.
013810     PERFORM LISTA-SALDOS.
013820     CLOSE TRANFILE AUDITFILE CHECKFILE REJECTFILE EXTRATFILE
013830         POSTFILE SALDOFILE RETORNO.
013840*    CAMBFILE STAYS OPEN ALL RUN FOR THE VALUE-DATE
013850*    RATE READS - BUT ONLY WHEN IT EXISTED AT ALL.
013860     IF WS-CAMBIO-DISPONIVEL
013870         CLOSE CAMBFILE
013880     END-IF.
013890     EVALUATE TRUE
013900         WHEN WS-LOTES-FALHOS > ZERO
013910             MOVE 8 TO RETURN-CODE
013920             DISPLAY "EXECUCAO CONCLUIDA COM "
013930                 WS-LOTES-FALHOS " LOTE(S) RETIDO(S) - RC 8"
013940         WHEN WS-CONTADOR-REJEITOS-RUN > ZERO
013950             MOVE 4 TO RETURN-CODE
013960             DISPLAY "EXECUCAO CONCLUIDA COM "
013970                 WS-CONTADOR-REJEITOS-RUN " REJEITOS - RC 4"
013980         WHEN OTHER
013990             MOVE ZERO TO RETURN-CODE
014000     END-EVALUATE.
014010     PERFORM REGISTRA-FIM.
014020     DISPLAY "Programa finalizado!!"
014030     STOP RUN.
014040
014050*****************************************************
014060*  IMPRIME-TOTAIS-LOTES - THE PER-BATCH CONTROL
014070*  TOTALS AT END OF JOB: EVERY BATCH ON THE FILE, IN
014080*  FILE ORDER, WITH ITS PRE-BALANCED RECORD COUNT,
014090*  WHAT ACTUALLY PROCESSED AND REJECTED THIS RUN, OR
014100*  THE REASON THE BATCH WAS HELD.  ON A RESTART THE
014110*  PROCESSED COLUMN COVERS THIS EXECUTION ONLY.
014120*****************************************************
014130 IMPRIME-TOTAIS-LOTES.
014140     DISPLAY "----------------------------------------".
014150     DISPLAY "TOTAIS DE CONTROLE POR LOTE".
014160     PERFORM IMPRIME-UM-LOTE
014170         VARYING WS-LOTE-CORRENTE FROM 1 BY 1
014180         UNTIL WS-LOTE-CORRENTE > WS-LOTES-QTD.
014190     DISPLAY "REGISTROS DE RETORNO GRAVADOS: " WS-RET-GRAVADOS.
014200
014210 IMPRIME-UM-LOTE.
014220     IF WS-TAB-LOTE-STATUS (WS-LOTE-CORRENTE) = "B"
014230         DISPLAY "LOTE "
014240             WS-TAB-LOTE-NUMERO (WS-LOTE-CORRENTE)
014250             " EM BALANCO: CONFERIDOS "
014260             WS-TAB-LOTE-CONFERIDOS (WS-LOTE-CORRENTE)
014270             " PROCESSADAS "
014280             WS-TAB-LOTE-PROCESSADOS (WS-LOTE-CORRENTE)
014290             " REJEITADAS "
014300             WS-TAB-LOTE-REJEITADOS (WS-LOTE-CORRENTE)
014310     ELSE
014320         DISPLAY "LOTE "
014330             WS-TAB-LOTE-NUMERO (WS-LOTE-CORRENTE)
014340             " RETIDO: "
014350             WS-TAB-LOTE-MENSAGEM (WS-LOTE-CORRENTE)
014360     END-IF.
014370
014380*****************************************************
014390*  IMPRIME-TOTAIS-CONTROLE - PRINTS THE CONTROL
014400*  TOTALS FOR THE RUN SO IT CAN BE RECONCILED
014410*  AGAINST THE SOURCE TRANSACTION COUNT.  THE HIGH/LOW
014420*  WATERMARKS ARE ONLY MEANINGFUL WHEN AT LEAST ONE
014430*  TRANSACTION ACTUALLY PRODUCED A RESULTADO - OTHERWISE
014440*  THEY STILL HOLD THEIR UNTOUCHED SENTINEL VALUES AND
014450*  ARE SUPPRESSED RATHER THAN DISPLAYED AS IF REAL.
014460*****************************************************
014470 IMPRIME-TOTAIS-CONTROLE.
014480     DISPLAY "----------------------------------------".
014490     DISPLAY "RESUMO DE TOTAIS DE CONTROLE".
014500     DISPLAY "TRANSACOES PROCESSADAS : "
014510         WS-CONTADOR-TRANSACOES.
014520     DISPLAY "SOMA RESULTADOS (BRL)  : " WS-SOMA-RESULTADOS.
014530     IF WS-CONTADOR-JA-POSTADOS > ZERO
014540         DISPLAY "JA POSTADAS (REINICIO) : "
014550             WS-CONTADOR-JA-POSTADOS
014560     END-IF.
014570     IF WS-CONTADOR-VALIDOS > ZERO
014580         DISPLAY "MAIOR RESULTADO (BRL)  : " WS-MAIOR-RESULTADO
014590         DISPLAY "MENOR RESULTADO (BRL)  : " WS-MENOR-RESULTADO
014600     ELSE
014610         DISPLAY "MAIOR/MENOR RESULTADO  : N/A - NENHUMA "
014620             "TRANSACAO VALIDA NESTA EXECUCAO"
014630     END-IF.
014640     DISPLAY "----------------------------------------".
014650
014660*****************************************************
014670*  CONTINUACAO - READS THE NEXT RECORD OF THE POSTING
014680*  PASS.  SIM-OU-NAO IS SET TO "S" WHEN A RECORD WAS
014690*  READ AND TO "N" AT END OF FILE, SO THE BATCH RUNS
014700*  UNATTENDED TO END OF FILE.  TRAILERS ARE NO LONGER
014710*  A LOGICAL END - THE FILE MAY CARRY SEVERAL BATCHES
014720*  AND PROCESSA-REGISTRO ROUTES EACH RECORD BY TYPE.
014730*****************************************************
014740 CONTINUACAO.
014750     READ TRANFILE
014760         AT END
014770             MOVE "N" TO SIM-OU-NAO
014780         NOT AT END
014790             MOVE "S" TO SIM-OU-NAO
014800     END-READ.
014810
014820*****************************************************
014830*  PROGRAMA - PROCESSES ONE TRANSACTION RECORD.
014840*****************************************************
014850 PROGRAMA.
014860     PERFORM VALIDA-TRANSACAO.
014870     MOVE "N" TO WS-JA-POSTADO-SW.
014880     IF NOT WS-ENTRADA-INVALIDA
014890         PERFORM VERIFICA-DUPLICATA
014900     END-IF.
014910     IF WS-JA-POSTADO
014920         PERFORM ANOTA-JA-POSTADO
014930     ELSE
014940         PERFORM AVALIA-TRANSACAO
014950     END-IF.
014960     ADD 1 TO WS-CONTADOR-LIDOS-RUN.
014970     IF WS-ENTRADA-INVALIDA OR WS-HOUVE-ESTOURO
014980             OR WS-LIMITE-EXCEDIDO
014990         ADD 1 TO WS-CONTADOR-REJEITOS-RUN
015000     END-IF.
015010     DIVIDE WS-CONTADOR-TRANSACOES BY WS-INTERVALO-CHECKPOINT
015020         GIVING WS-QUOCIENTE-CHECKPOINT
015030         REMAINDER WS-RESTO-CHECKPOINT.
015040     IF WS-RESTO-CHECKPOINT = ZERO
015050         PERFORM GRAVA-CHECKPOINT
015060     END-IF.
015070     PERFORM VERIFICA-LIMITE-REJEICAO.
015080
015090*****************************************************
015100*  AVALIA-TRANSACAO - VALIDATES THE ITEM AGAINST THE
015110*  MASTERS, POSTS OR REJECTS IT, AND RECORDS IT ON
015120*  THE AUDIT LOG, THE CONTROL TOTALS AND ITS BATCH'S
015130*  ACKNOWLEDGEMENT.
015140*****************************************************
015150 AVALIA-TRANSACAO.
015160     IF NOT WS-ENTRADA-INVALIDA
015170         IF WS-E-ESTORNO
015180             PERFORM VERIFICA-ORIGINAL
015190         ELSE
015200             PERFORM VERIFICA-CONTA
015210         END-IF
015220     END-IF.
015230     IF NOT WS-ENTRADA-INVALIDA AND WS-E-TRANSFERENCIA
015240         PERFORM VERIFICA-CONTA-CREDITO
015250     END-IF.
015260     IF NOT WS-ENTRADA-INVALIDA AND NOT WS-E-ESTORNO
015270         PERFORM VERIFICA-MOEDA
015280     END-IF.
015290     IF WS-ENTRADA-INVALIDA
015300         MOVE ZERO TO NUM1
015310         MOVE ZERO TO NUM2
015320         MOVE ZERO TO RESULTADO
015330         MOVE "Y" TO WS-ESTOURO-SW
015340         PERFORM GRAVA-REJEITO
015350         DISPLAY "ATENCAO - TRANSACAO " TR-ID-TRANSACAO
015360             " REJEITADA: " WS-MOTIVO-REJEITO
015370     ELSE
015380         EVALUATE TRUE
015390             WHEN WS-E-ESTORNO
015400                 PERFORM POSTA-ESTORNO
015410             WHEN WS-E-TRANSFERENCIA
015420                 PERFORM POSTA-TRANSFERENCIA
015430             WHEN OTHER
015440                 PERFORM POSTA-TRANSACAO
015450         END-EVALUATE
015460     END-IF.
015470     PERFORM GRAVA-AUDITORIA.
015480     PERFORM ACUMULA-TOTAIS-CONTROLE.
015490     PERFORM ANOTA-RETORNO-ITEM.
015500
015510*****************************************************
015520*  ANOTA-JA-POSTADO - AN ITEM THE INTERRUPTED RUN
015530*  POSTED AFTER ITS LAST CHECKPOINT.  ITS EXTRACT,
015540*  AUDIT AND BALANCE WORK WAS ALL DONE THEN, SO IT
015550*  IS NOT POSTED AGAIN; IT ONLY COUNTS AS PASSED AND
015560*  GOES BACK AS POSTED, WITH THE BRL AMOUNT KEPT ON
015570*  ITS POSTFILE ENTRY, SO THE BATCH'S ACK MATCHES
015580*  WHAT REALLY POSTED.  A TRANSFER WHOSE ENTRY IS
015590*  STILL INCOMPLETE DIED BETWEEN ITS LEGS: ITS DEBIT
015600*  LEG IS IN, AND ITS CREDIT LEG IS POSTED NOW.
015610*****************************************************
015620 ANOTA-JA-POSTADO.
015630     MOVE "N" TO WS-ESTOURO-SW.
015640     ADD 1 TO WS-CONTADOR-TRANSACOES.
015650     ADD 1 TO WS-CONTADOR-JA-POSTADOS.
015660     ADD 1 TO WS-RET-LOTE-POSTADOS.
015670     ADD PT-RESULTADO-BASE TO WS-RET-VALOR-POSTADO.
015680     IF PT-SITUACAO-INCOMPLETA
015690         PERFORM COMPLETA-TRANSFERENCIA
015700     ELSE
015710         DISPLAY "AVISO - TRANSACAO " TR-ID-TRANSACAO
015720             " JA POSTADA ANTES DA INTERRUPCAO - NAO "
015730             "REPOSTADA"
015740     END-IF.
015750
015760*****************************************************
015770*  COMPLETA-TRANSFERENCIA - POSTS THE CREDIT LEG OF A
015780*  TRANSFER (OR OF THE REVERSAL OF ONE) WHOSE DEBIT
015790*  LEG THE INTERRUPTED RUN HAD POSTED.  THE POSTFILE
015800*  ENTRY IN HAND IS THE DEBIT LEG AS POSTED, WITH
015810*  THE CREDIT ACCOUNT AS ITS COUNTERPART, SO THE
015820*  CREDIT LEG TAKES ITS AMOUNTS, RATE AND BRL FIGURE
015830*  FROM THERE, NOT FROM A NEW CONVERSION, AND THE
015840*  TWO LEGS STILL MATCH TO THE CENT.  THE ENTRY IS
015850*  THEN MARKED POSTED.
015860*****************************************************
015870 COMPLETA-TRANSFERENCIA.
015880     MOVE PT-NUM1               TO NUM1.
015890     MOVE PT-NUM2               TO NUM2.
015900     MOVE PT-RESULTADO          TO RESULTADO.
015910     MOVE PT-TAXA-CAMBIO        TO WS-TAXA-DIA.
015920     MOVE PT-RESULTADO-BASE     TO WS-RESULTADO-BASE.
015930     MOVE PT-DATA-VALOR         TO WS-DATA-VALOR.
015940     MOVE PT-DATA-VIGENCIA-TAXA TO WS-DATA-VIGENCIA-TAXA.
015950     MOVE PT-MOEDA              TO WS-MOEDA-POSTAGEM.
015960     MOVE PT-OPERACAO           TO WS-OPERACAO-POSTAGEM.
015970     MOVE PT-ORIGEM-LOTE        TO WS-ORIGEM-POSTAGEM.
015980     MOVE PT-ID-VINCULADO       TO WS-ID-VINCULADO.
015990     MOVE PT-CONTA              TO WS-TRF-CONTA-DEBITO.
016000     MOVE PT-CONTA-CONTRAPARTIDA TO WS-TRF-CONTA-CREDITO.
016010     SET WS-E-TRANSFERENCIA TO TRUE.
016020     MOVE TR-ID-TRANSACAO TO WS-REF-TRANSFERENCIA.
016030     PERFORM PREPARA-PERNA-CREDITO.
016040     PERFORM VERIFICA-LIMITE-CONTA.
016050     PERFORM GRAVA-EXTRATO.
016060     PERFORM ATUALIZA-SALDO.
016070     PERFORM CONCLUI-TRANSFERENCIA.
016080     DISPLAY "AVISO - TRANSFERENCIA " TR-ID-TRANSACAO
016090         " INTERROMPIDA ENTRE AS PERNAS - PERNA DE CREDITO "
016100         "POSTADA NO REINICIO".
016110
016120*****************************************************
016130*  POSTA-TRANSACAO - CALCULATES, CONVERTS AND POSTS
016140*  AN ORDINARY ITEM THAT PASSED VALIDATION, OR
016150*  REFUSES IT WHEN THE CALCULATION OVERFLOWS OR THE
016160*  ACCOUNT'S CREDIT LIMIT WOULD BE BROKEN.
016170*****************************************************
016180 POSTA-TRANSACAO.
016190     MOVE TR-NUM1 TO NUM1.
016200     MOVE TR-NUM2 TO NUM2.
016210     PERFORM CALCULA-RESULTADO.
016220     IF WS-HOUVE-ESTOURO
016230         MOVE ZERO TO RESULTADO
016240         DISPLAY "ATENCAO - TRANSACAO " TR-ID-TRANSACAO
016250             " NAO PODE SER CALCULADA: " NUM1 " "
016260             TR-OPERACAO " " NUM2
016270     ELSE
016280         DISPLAY "O resultado e: " RESULTADO
016290         PERFORM CONVERTE-MOEDA
016300         PERFORM VERIFICA-LIMITE-CONTA
016310         PERFORM VERIFICA-CONTA-DORMENTE
016320         IF WS-ENTRADA-INVALIDA OR WS-LIMITE-EXCEDIDO
016330             PERFORM GRAVA-REJEITO
016340             DISPLAY "ATENCAO - TRANSACAO " TR-ID-TRANSACAO
016350                 " REJEITADA: " WS-MOTIVO-REJEITO
016360         ELSE
016370             PERFORM GRAVA-EXTRATO
016380             PERFORM GRAVA-POSTADO
016390             PERFORM ATUALIZA-SALDO
016400         END-IF
016410     END-IF.
016420
016430*****************************************************
016440*  POSTA-ESTORNO - POSTS A REVERSAL.  VERIFICA-
016450*  ORIGINAL HAS ALREADY LOADED THE ORIGINAL'S
016460*  AMOUNTS, RATE AND BRL AMOUNT WITH THE DIRECTION
016470*  TURNED OVER, SO NOTHING IS RECALCULATED OR
016480*  RECONVERTED - THE OPPOSITE MOVEMENT MUST NET THE
016490*  ORIGINAL TO THE CENT EVEN IF TODAY'S RATE
016500*  DIFFERS.  THE ORIGINAL IS MARKED REVERSED ON
016510*  POSTFILE IN THE SAME PASS, SO A SECOND REVERSAL
016520*  OF IT IS REFUSED.
016530*****************************************************
016540 POSTA-ESTORNO.
016550     MOVE "N" TO WS-ESTOURO-SW.
016560     DISPLAY "ESTORNO " TR-ID-TRANSACAO " DA TRANSACAO "
016570         WS-ID-VINCULADO ": " RESULTADO " "
016580         WS-MOEDA-POSTAGEM " " WS-IND-DC-POSTAGEM.
016590*    THE REVERSAL OF A TRANSFER BACKS OUT BOTH LEGS,
016600*    THE ORIGINAL CREDIT ACCOUNT NOW BEING DEBITED.
016610     IF WS-E-TRANSFERENCIA
016620         PERFORM PREPARA-PERNA-DEBITO
016630         PERFORM VERIFICA-LIMITE-CONTA
016640         PERFORM POSTA-PERNAS-TRANSFERENCIA
016650     ELSE
016660         PERFORM VERIFICA-LIMITE-CONTA
016670         PERFORM GRAVA-EXTRATO
016680         PERFORM MARCA-ORIGINAL-ESTORNADO
016690         PERFORM GRAVA-POSTADO
016700         PERFORM ATUALIZA-SALDO
016710     END-IF.
016720
016730*****************************************************
016740*  POSTA-TRANSFERENCIA - POSTS A TRANSFER THAT PASSED
016750*  VALIDATION: BOTH ACCOUNTS ARE OPEN AND THE RATE IS
016760*  KNOWN.  THE AMOUNT IS TR-NUM1 IN THE TRANSACTION
016770*  CURRENCY, CONVERTED ONCE SO BOTH LEGS CARRY THE
016780*  SAME BRL FIGURE.  THE DEBIT SIDE'S CREDIT LIMIT IS
016790*  CHECKED, AND A DORMANT DEBIT SIDE REFUSED, BEFORE
016800*  ANYTHING IS WRITTEN - A REFUSAL REJECTS THE WHOLE
016810*  TRANSFER AND NEITHER LEG POSTS.
016820*****************************************************
016830 POSTA-TRANSFERENCIA.
016840     MOVE "N" TO WS-ESTOURO-SW.
016850     MOVE TR-NUM1 TO NUM1.
016860     MOVE TR-NUM2 TO NUM2.
016870     MOVE NUM1 TO RESULTADO.
016880     DISPLAY "TRANSFERENCIA " TR-ID-TRANSACAO ": "
016890         RESULTADO " " WS-MOEDA-POSTAGEM " DA CONTA "
016900         WS-TRF-CONTA-DEBITO " PARA " WS-TRF-CONTA-CREDITO.
016910     PERFORM CONVERTE-MOEDA.
016920     PERFORM PREPARA-PERNA-DEBITO.
016930     PERFORM VERIFICA-LIMITE-CONTA.
016940     PERFORM VERIFICA-CONTA-DORMENTE.
016950     IF WS-ENTRADA-INVALIDA OR WS-LIMITE-EXCEDIDO
016960         PERFORM GRAVA-REJEITO
016970         DISPLAY "ATENCAO - TRANSACAO " TR-ID-TRANSACAO
016980             " REJEITADA: " WS-MOTIVO-REJEITO
016990     ELSE
017000         PERFORM POSTA-PERNAS-TRANSFERENCIA
017010     END-IF.
017020
017030*****************************************************
017040*  POSTA-PERNAS-TRANSFERENCIA - WRITES BOTH LEGS OF A
017050*  TRANSFER, ENTERED WITH THE DEBIT LEG'S ACCOUNT
017060*  READ AND ITS MOVEMENT SIGNED.  THE POSTED MASTER
017070*  KEEPS THE DEBIT LEG WITH THE CREDIT ACCOUNT AS
017080*  ITS COUNTERPART.  NOTHING CAN REFUSE THE CREDIT
017090*  LEG ONCE THE DEBIT LEG HAS POSTED - ITS ACCOUNT
017100*  WAS PROVED OPEN IN THIS PASS AND A CREDIT NEVER
017110*  BREAKS A LIMIT.  THE POSTED ENTRY GOES ON FILE
017120*  INCOMPLETE WITH THE DEBIT LEG AND IS MARKED
017130*  POSTED ONLY AFTER THE CREDIT LEG, SO A RUN THAT
017140*  DIES BETWEEN THE LEGS LEAVES THE RESTART A
017150*  TRANSFER IT KNOWS TO COMPLETE.
017160*****************************************************
017170 POSTA-PERNAS-TRANSFERENCIA.
017180     PERFORM GRAVA-EXTRATO.
017190     IF WS-E-ESTORNO
017200         PERFORM MARCA-ORIGINAL-ESTORNADO
017210     END-IF.
017220     PERFORM GRAVA-POSTADO.
017230     PERFORM ATUALIZA-SALDO.
017240     PERFORM PREPARA-PERNA-CREDITO.
017250     PERFORM VERIFICA-LIMITE-CONTA.
017260     PERFORM GRAVA-EXTRATO.
017270     PERFORM ATUALIZA-SALDO.
017280     PERFORM CONCLUI-TRANSFERENCIA.
017290
017300*****************************************************
017310*  CONCLUI-TRANSFERENCIA - BOTH LEGS ARE IN: THE
017320*  TRANSFER'S POSTED ENTRY IS MARKED POSTED.
017330*****************************************************
017340 CONCLUI-TRANSFERENCIA.
017350     MOVE TR-ID-TRANSACAO TO PT-ID-TRANSACAO.
017360     READ POSTFILE
017370         INVALID KEY
017380             DISPLAY "AVISO - TRANSFERENCIA " TR-ID-TRANSACAO
017390                 " NAO ENCONTRADA PARA CONCLUIR"
017400         NOT INVALID KEY
017410             SET PT-SITUACAO-POSTADA TO TRUE
017420             REWRITE PT-REGISTRO-POSTADO
017430                 INVALID KEY
017440                     DISPLAY "AVISO - FALHA AO CONCLUIR "
017450                         "TRANSFERENCIA " TR-ID-TRANSACAO
017460             END-REWRITE
017470     END-READ.
017480
017490*****************************************************
017500*  PREPARA-PERNA-DEBITO / PREPARA-PERNA-CREDITO -
017510*  POINT THE POSTING FIELDS AT ONE LEG OF A TRANSFER
017520*  AND READ THAT LEG'S ACCOUNT FOR ATUALIZA-SALDO.
017530*****************************************************
017540 PREPARA-PERNA-DEBITO.
017550     MOVE WS-TRF-CONTA-DEBITO TO WS-CONTA-POSTAGEM.
017560     MOVE WS-TRF-CONTA-CREDITO TO WS-CONTA-CONTRAPARTIDA.
017570     MOVE "D" TO WS-IND-DC-POSTAGEM.
017580     PERFORM LE-CONTA-POSTAGEM.
017590
017600 PREPARA-PERNA-CREDITO.
017610     MOVE WS-TRF-CONTA-CREDITO TO WS-CONTA-POSTAGEM.
017620     MOVE WS-TRF-CONTA-DEBITO TO WS-CONTA-CONTRAPARTIDA.
017630     MOVE "C" TO WS-IND-DC-POSTAGEM.
017640     PERFORM LE-CONTA-POSTAGEM.
017650
017660*****************************************************
017670*  VERIFICA-LIMITE-REJEICAO - ONCE AT LEAST THE
017680*  PARAMETER-CARD MINIMUM OF TRANSACTIONS HAS BEEN
017690*  SEEN THIS EXECUTION, ABORTS THE BATCH AS SOON AS
017700*  THE COMBINED REJECT/ESTOURO RATE EXCEEDS THE
017710*  TOLERANCE - A FILE IN THE WRONG LAYOUT STOPS AFTER
017720*  THE FIRST FEW HUNDRED RECORDS INSTEAD OF REJECTING
017730*  ALL 40,000 AND STILL ENDING GREEN.
017740*****************************************************
017750 VERIFICA-LIMITE-REJEICAO.
017760     IF WS-CONTADOR-LIDOS-RUN >= WS-MINIMO-AVALIACAO
017770         MULTIPLY WS-CONTADOR-REJEITOS-RUN BY 100
017780             GIVING WS-PCT-TRABALHO
017790         DIVIDE WS-PCT-TRABALHO BY WS-CONTADOR-LIDOS-RUN
017800             GIVING WS-PCT-REJEICAO-ATUAL ROUNDED
017810         IF WS-PCT-REJEICAO-ATUAL > WS-LIMITE-REJEICAO-PCT
017820             PERFORM ABORTA-LIMITE
017830         END-IF
017840     END-IF.
017850
017860*****************************************************
017870*  ABORTA-LIMITE - STOPS THE RUN ON THE REJECT-RATE
017880*  THRESHOLD.  THE CHECKPOINT IS WRITTEN SO A MODE-R
017890*  RERUN RESUMES WHERE THIS ONE STOPPED, AND RC 8
017900*  TELLS THE SCHEDULER TO HOLD EXTRATFILE CONSUMPTION
017910*  AND PAGE THE ON-CALL ANALYST.
017920*****************************************************
017930 ABORTA-LIMITE.
017940     DISPLAY "LIMITE DE REJEICAO EXCEDIDO: "
017950         WS-PCT-REJEICAO-ATUAL " % APOS "
017960         WS-CONTADOR-LIDOS-RUN " TRANSACOES (LIMITE "
017970         WS-LIMITE-REJEICAO-PCT " %)".
017980     DISPLAY "EXECUCAO ABORTADA - EXTRATFILE NAO DEVE "
017990         "SER CONSUMIDO".
018000     PERFORM GRAVA-CHECKPOINT.
018010     CLOSE TRANFILE AUDITFILE CHECKFILE REJECTFILE EXTRATFILE
018020         POSTFILE SALDOFILE RETORNO.
018030     IF WS-CAMBIO-DISPONIVEL
018040         CLOSE CAMBFILE
018050     END-IF.
018060     MOVE 8 TO RETURN-CODE.
018070     STOP RUN.
018080
018090*****************************************************
018100*  VALIDA-TRANSACAO - CHECKS THAT TR-NUM1 AND TR-NUM2
018110*  AS READ FROM THE TRANSACTION RECORD ARE VALID
018120*  NUMERIC VALUES AND THAT TR-OPERACAO IS ONE OF THE
018130*  RECOGNIZED OPERATION CODES, SO A MISTYPED OR CORRUPT
018140*  RECORD IS REJECTED INSTEAD OF ABENDING, CORRUPTING
018150*  RESULTS, OR ONLY BEING REPORTED VIA A TRANSIENT
018160*  DISPLAY.
018170*****************************************************
018180 VALIDA-TRANSACAO.
018190     MOVE "N" TO WS-ENTRADA-INVALIDA-SW.
018200     MOVE "N" TO WS-LIMITE-SW.
018210     MOVE "N" TO WS-ESTORNO-SW.
018220     MOVE ZERO TO WS-ID-VINCULADO.
018230     MOVE ZERO TO WS-CONTA-POSTAGEM.
018240     MOVE "N" TO WS-TRANSFERENCIA-SW.
018250     MOVE ZERO TO WS-TRF-CONTA-DEBITO.
018260     MOVE ZERO TO WS-TRF-CONTA-CREDITO.
018270     MOVE ZERO TO WS-CONTA-CONTRAPARTIDA.
018280     MOVE ZERO TO WS-REF-TRANSFERENCIA.
018290     MOVE TR-MOEDA TO WS-MOEDA-POSTAGEM.
018300     MOVE TR-IND-DEBITO-CREDITO TO WS-IND-DC-POSTAGEM.
018310     MOVE TR-OPERACAO TO WS-OPERACAO-POSTAGEM.
018320     MOVE WS-LOTE-ORIGEM TO WS-ORIGEM-POSTAGEM.
018330*    THE ID IS THE POSTED-MASTER KEY AND A DIRECT
018340*    SUBSCRIPT IN THE RECONCILIATION MATCH TABLES, SO
018350*    IT MUST BE NUMERIC AND NONZERO (THE VALID ID
018360*    RANGE IS 000001-999999) BEFORE ANYTHING KEYS OR
018370*    SUBSCRIPTS ON IT.
018380     IF TR-ID-TRANSACAO NOT NUMERIC
018390         OR TR-ID-TRANSACAO = ZERO
018400         MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
018410         MOVE "ID DE TRANSACAO INVALIDO"
018420             TO WS-MOTIVO-REJEITO
018430     ELSE
018440         IF TR-NUM1 NOT NUMERIC OR TR-NUM2 NOT NUMERIC
018450             MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
018460             MOVE "ENTRADA NAO NUMERICA"
018470                 TO WS-MOTIVO-REJEITO
018480         ELSE
018490             IF NOT TR-OPERACAO-SOMA
018500                     AND NOT TR-OPERACAO-SUBTRACAO
018510                     AND NOT TR-OPERACAO-MULTIPLICACAO
018520                     AND NOT TR-OPERACAO-DIVISAO
018530                     AND NOT TR-OPERACAO-ESTORNO
018540                     AND NOT TR-OPERACAO-TRANSFERENCIA
018550                 MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
018560                 MOVE "CODIGO OPERACAO INVALIDO"
018570                     TO WS-MOTIVO-REJEITO
018580             ELSE
018590*                SPACES MEANS CREDIT - THE LAYOUT OF THE
018600*                DAYS BEFORE THE DIRECTION EXISTED -
018610*                AND IS COVERED BY THE CREDIT 88 LEVEL.
018620                 IF NOT TR-MOVIMENTO-DEBITO
018630                         AND NOT TR-MOVIMENTO-CREDITO
018640                     MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
018650                     MOVE "INDICADOR D/C INVALIDO"
018660                         TO WS-MOTIVO-REJEITO
018670                 END-IF
018680*                ZEROS OR SPACES MEANS NO VALUE DATE WAS
018690*                CAPTURED - THE PROCESSING DATE'S RATE
018700*                APPLIES.  ANYTHING ELSE MUST BE A REAL
018710*                DATE BEFORE IT PICKS AN EXCHANGE RATE.
018720                 IF NOT WS-ENTRADA-INVALIDA
018730                         AND TR-DATA-VALOR-X NOT = "00000000"
018740                         AND TR-DATA-VALOR-X NOT = SPACES
018750                     IF TR-DATA-VALOR NOT NUMERIC
018760                             OR TR-VALOR-MM < "01"
018770                             OR TR-VALOR-MM > "12"
018780                             OR TR-VALOR-DD < "01"
018790                             OR TR-VALOR-DD > "31"
018800                         MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
018810                         MOVE "DATA DE VALOR INVALIDA"
018820                             TO WS-MOTIVO-REJEITO
018830                     END-IF
018840                 END-IF
018850*                A REVERSAL MUST NAME A REAL ORIGINAL ID,
018860*                AND NOT ITS OWN - IT IS THE POSTED-MASTER
018870*                KEY THE ORIGINAL IS LOOKED UP BY.
018880                 IF TR-OPERACAO-ESTORNO
018890                     SET WS-E-ESTORNO TO TRUE
018900                 END-IF
018910                 IF WS-E-ESTORNO AND NOT WS-ENTRADA-INVALIDA
018920                     IF TR-ID-ORIGINAL NOT NUMERIC
018930                             OR TR-ID-ORIGINAL = ZERO
018940                             OR TR-ID-ORIGINAL = TR-ID-TRANSACAO
018950                         MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
018960                         MOVE "ID ORIGINAL INVALIDO"
018970                             TO WS-MOTIVO-REJEITO
018980                     ELSE
018990                         MOVE TR-ID-ORIGINAL TO WS-ID-VINCULADO
019000                     END-IF
019010                 END-IF
019020*                A TRANSFER NAMES A REAL CREDIT ACCOUNT AND
019030*                MOVES A POSITIVE AMOUNT (TR-NUM1) - A
019040*                NEGATIVE ONE WOULD TURN BOTH LEGS OVER.
019050                 IF TR-OPERACAO-TRANSFERENCIA
019060                         AND NOT WS-ENTRADA-INVALIDA
019070                     PERFORM VALIDA-TRANSFERENCIA
019080                 END-IF
019090             END-IF
019100         END-IF
019110     END-IF.
019120
019130*****************************************************
019140*  VALIDA-TRANSFERENCIA - THE FIELDS ONLY A TRANSFER
019150*  CARRIES.  THE ACCOUNTS THEMSELVES ARE CHECKED
019160*  AGAINST THE MASTER BY VERIFICA-CONTA AND
019170*  VERIFICA-CONTA-CREDITO.
019180*****************************************************
019190 VALIDA-TRANSFERENCIA.
019200     SET WS-E-TRANSFERENCIA TO TRUE.
019210     MOVE TR-ID-TRANSACAO TO WS-REF-TRANSFERENCIA.
019220     IF TR-CONTA-CREDITO NOT NUMERIC
019230             OR TR-CONTA-CREDITO = ZERO
019240         MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
019250         MOVE "CONTA DE CREDITO INVALIDA"
019260             TO WS-MOTIVO-REJEITO
019270     ELSE
019280         IF TR-NUM1 NOT > ZERO
019290             MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
019300             MOVE "TRANSFERENCIA SEM VALOR VALIDO"
019310                 TO WS-MOTIVO-REJEITO
019320         ELSE
019330             MOVE TR-CONTA-CREDITO TO WS-TRF-CONTA-CREDITO
019340         END-IF
019350     END-IF.
019360
019370*****************************************************
019380*  VERIFICA-DUPLICATA - LOOKS THE TRANSACTION ID UP
019390*  IN THE POSTED-TRANSACTIONS MASTER.  A HIT MEANS
019400*  THE ID ALREADY POSTED IN A PRIOR RUN (E.G. THE
019410*  SAME TRANFILE SUBMITTED TWICE), SO THE TRANSACTION
019420*  IS ROUTED TO THE REJECT LISTING INSTEAD OF POSTING
019430*  ITS AMOUNTS INTO THE GL EXTRACT A SECOND TIME.
019440*  ON A MODE-R RESTART A HIT POSTED TODAY IS AN ITEM
019450*  THE INTERRUPTED RUN POSTED AFTER ITS LAST
019460*  CHECKPOINT: NOT A DUPLICATE BUT ALREADY DONE, AND
019470*  FLAGGED SO FOR ANOTA-JA-POSTADO - AS IS A
019480*  TRANSFER STILL INCOMPLETE, WHATEVER ITS DATE, SO
019490*  A RESTART ON A LATER DAY STILL FINISHES IT.  BUT
019500*  ONLY WHEN THE HIT IS THIS SAME ITEM: THE SAME ID
019510*  ON A DIFFERENT MOVEMENT (A LATER BATCH OF THE
019520*  DAY REUSING IT) IS STILL A DUPLICATE.
019530*****************************************************
019540 VERIFICA-DUPLICATA.
019550     MOVE TR-ID-TRANSACAO TO PT-ID-TRANSACAO.
019560*    A HIT IS A DUPLICATE ONLY INSIDE THE RETENTION
019570*    WINDOW FROM THE PARAMETER CARD - THE 9(6) ID
019580*    RANGE WRAPS WITHIN WEEKS AT PRODUCTION VOLUMES,
019590*    SO AN ID WHOSE LAST POSTING PREDATES THE CUTOFF
019600*    IS BACK IN SERVICE AND GRAVA-POSTADO WILL
019610*    REFRESH ITS POSTING DATE.
019620     READ POSTFILE
019630         INVALID KEY
019640             CONTINUE
019650         NOT INVALID KEY
019660             IF PT-DATA-POSTAGEM >= WS-DATA-CORTE-POSTADOS
019670                 PERFORM CONFERE-MESMO-ITEM
019680                 IF WS-MODO-REINICIO AND WS-MESMO-ITEM
019690                         AND (PT-DATA-POSTAGEM = WS-DATA-SISTEMA
019700                              OR PT-SITUACAO-INCOMPLETA)
019710                     SET WS-JA-POSTADO TO TRUE
019720                 ELSE
019730                     MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
019740                     MOVE "DUPLICATA - ID JA POSTADO"
019750                         TO WS-MOTIVO-REJEITO
019760                 END-IF
019770             END-IF
019780     END-READ.
019790
019800*****************************************************
019810*  CONFERE-MESMO-ITEM - WHETHER THE POSTFILE ENTRY IN
019820*  HAND IS THE POSTING OF THE RECORD IN HAND: SAME
019830*  ACCOUNT, AMOUNTS AND CURRENCY (BLANK READS AS
019840*  BRL, AS GRAVA-EXTRATO WRITES IT).  A REVERSAL
019850*  RECORD CARRIES NONE OF THESE - THEY COME FROM ITS
019860*  ORIGINAL - SO ITS ENTRY MUST BE A REVERSAL OF THE
019870*  SAME ORIGINAL ID.
019880*****************************************************
019890 CONFERE-MESMO-ITEM.
019900     MOVE "N" TO WS-MESMO-ITEM-SW.
019910     IF TR-OPERACAO-ESTORNO
019920         IF PT-MOVIMENTO-ESTORNO
019930                 AND PT-ID-VINCULADO = TR-ID-ORIGINAL
019940             SET WS-MESMO-ITEM TO TRUE
019950         END-IF
019960     ELSE
019970         IF PT-CONTA = TR-CONTA
019980                 AND PT-NUM1 = TR-NUM1
019990                 AND PT-NUM2 = TR-NUM2
020000                 AND (PT-MOEDA = TR-MOEDA
020010                     OR (TR-MOEDA = SPACES
020020                         AND PT-MOEDA = "BRL"))
020030             SET WS-MESMO-ITEM TO TRUE
020040         END-IF
020050     END-IF.
020060
020070*****************************************************
020080*  VERIFICA-CONTA - CHECKS THAT THE TRANSACTION NAMES
020090*  A VALID ACCOUNT AND THAT THE ACCOUNT EXISTS IN THE
020100*  BALANCE MASTER.  THE RECORD READ HERE STAYS IN THE
020110*  SALDOFILE RECORD AREA FOR ATUALIZA-SALDO TO UPDATE
020120*  AFTER THE TRANSACTION POSTS.  A DORMANT ACCOUNT
020130*  IS REFUSED ITS DEBITS LATER, BY VERIFICA-CONTA-
020140*  DORMENTE, ONCE THE SIGNED MOVEMENT IS KNOWN.
020150*****************************************************
020160 VERIFICA-CONTA.
020170     IF TR-CONTA NOT NUMERIC
020180         MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
020190         MOVE "NUMERO DE CONTA INVALIDO"
020200             TO WS-MOTIVO-REJEITO
020210     ELSE
020220         MOVE TR-CONTA TO WS-CONTA-POSTAGEM
020230         MOVE TR-CONTA TO WS-TRF-CONTA-DEBITO
020240         PERFORM LE-CONTA-POSTAGEM
020250     END-IF.
020260
020270*****************************************************
020280*  VERIFICA-CONTA-CREDITO - THE CREDIT SIDE OF A
020290*  TRANSFER MUST BE A DIFFERENT ACCOUNT, ON THE
020300*  MASTER AND OPEN.  ITS REJECT REASONS NAME THE
020310*  CREDIT SIDE SO THE BRANCH KNOWS WHICH ACCOUNT
020320*  STOPPED THE TRANSFER.
020330*****************************************************
020340 VERIFICA-CONTA-CREDITO.
020350     IF WS-TRF-CONTA-CREDITO = WS-TRF-CONTA-DEBITO
020360         MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
020370         MOVE "CONTAS DA TRANSFERENCIA IGUAIS"
020380             TO WS-MOTIVO-REJEITO
020390     ELSE
020400         MOVE WS-TRF-CONTA-CREDITO TO SA-CONTA
020410         READ SALDOFILE
020420             INVALID KEY
020430                 MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
020440                 MOVE "CONTA CREDITO INEXISTENTE"
020450                     TO WS-MOTIVO-REJEITO
020460             NOT INVALID KEY
020470                 IF SA-SITUACAO-ENCERRADA
020480                     MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
020490                     MOVE "CONTA CREDITO ENCERRADA"
020500                         TO WS-MOTIVO-REJEITO
020510                 END-IF
020520         END-READ
020530     END-IF.
020540
020550*****************************************************
020560*  LE-CONTA-POSTAGEM - READS THE ACCOUNT THE ITEM
020570*  POSTS TO AND REFUSES A MISSING OR CLOSED ONE.
020580*****************************************************
020590 LE-CONTA-POSTAGEM.
020600     MOVE WS-CONTA-POSTAGEM TO SA-CONTA.
020610     READ SALDOFILE
020620         INVALID KEY
020630             MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
020640             MOVE "CONTA INEXISTENTE"
020650                 TO WS-MOTIVO-REJEITO
020660         NOT INVALID KEY
020670*            A CLOSED ACCOUNT REJECTS UNDER ITS OWN
020680*            REASON - THE BRANCH MUST SEE THE ITEM HIT
020690*            A CLOSED ACCOUNT, NOT A MISSING ONE.
020700             IF SA-SITUACAO-ENCERRADA
020710                 MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
020720                 MOVE "CONTA ENCERRADA"
020730                     TO WS-MOTIVO-REJEITO
020740             END-IF
020750     END-READ.
020760
020770*****************************************************
020780*  VERIFICA-ORIGINAL - A REVERSAL IS ACCEPTED ONLY
020790*  FOR AN ID THAT IS ON THE POSTED MASTER, HAS NOT
020800*  BEEN REVERSED ALREADY, IS NOT ITSELF A REVERSAL
020810*  AND CARRIES ITS MOVEMENT DATA (POSTINGS FROM
020820*  BEFORE THE MASTER KEPT IT CANNOT BE REVERSED HERE
020830*  AND STILL GO THROUGH AULA6).  THE ORIGINAL'S
020840*  ACCOUNT MUST STILL BE OPEN - BOTH ACCOUNTS, FOR A
020850*  TRANSFER, THE CREDIT SIDE BEING CHECKED BY
020860*  VERIFICA-CONTA-CREDITO IN PROGRAMA.  ON SUCCESS
020870*  THE ORIGINAL MOVEMENT IS LOADED FOR POSTA-ESTORNO.
020880*****************************************************
020890 VERIFICA-ORIGINAL.
020900     MOVE TR-ID-ORIGINAL TO PT-ID-TRANSACAO.
020910     READ POSTFILE
020920         INVALID KEY
020930             MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
020940             MOVE "ORIGINAL NAO POSTADO"
020950                 TO WS-MOTIVO-REJEITO
020960         NOT INVALID KEY
020970             EVALUATE TRUE
020980                 WHEN PT-SITUACAO-ESTORNADA
020990                     MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
021000                     MOVE "ORIGINAL JA ESTORNADO"
021010                         TO WS-MOTIVO-REJEITO
021020                 WHEN PT-SITUACAO-INCOMPLETA
021030                     MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
021040                     MOVE "ORIGINAL COM POSTAGEM PARCIAL"
021050                         TO WS-MOTIVO-REJEITO
021060                 WHEN PT-MOVIMENTO-ESTORNO
021070                     MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
021080                     MOVE "ORIGINAL JA E UM ESTORNO"
021090                         TO WS-MOTIVO-REJEITO
021100                 WHEN PT-CONTA NOT NUMERIC
021110                         OR PT-RESULTADO-BASE NOT NUMERIC
021120                         OR (PT-MOVIMENTO-TRANSFERENCIA
021130                             AND PT-CONTA-CONTRAPARTIDA
021140                                 NOT NUMERIC)
021150                     MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
021160                     MOVE "ORIGINAL SEM DADOS DE POSTAGEM"
021170                         TO WS-MOTIVO-REJEITO
021180                 WHEN OTHER
021190                     PERFORM CARREGA-ORIGINAL
021200             END-EVALUATE
021210     END-READ.
021220     IF NOT WS-ENTRADA-INVALIDA
021230         PERFORM LE-CONTA-POSTAGEM
021240     END-IF.
021250
021260*****************************************************
021270*  CARREGA-ORIGINAL - LOADS THE ORIGINAL POSTING AS
021280*  THE MOVEMENT IN HAND: SAME ACCOUNT, CURRENCY,
021290*  AMOUNTS, RATE, BRL AMOUNT AND DATES, OPPOSITE
021300*  DIRECTION.  A TRANSFER IS TURNED OVER AS A WHOLE:
021310*  ITS CREDIT ACCOUNT BECOMES THE DEBIT SIDE OF THE
021320*  REVERSAL AND ITS DEBIT ACCOUNT THE CREDIT SIDE.
021330*  THE ORIGINAL'S OPERATION AND BATCH ORIGIN GO ON
021340*  THE REVERSAL'S EXTRACT LINES, SO THE GL JOURNAL
021350*  MAPS THEM AS IT MAPPED THE ORIGINAL; AN ORIGINAL
021360*  POSTED BEFORE POSTFILE KEPT THEM LEAVES THE
021370*  REVERSAL'S OWN.
021380*****************************************************
021390 CARREGA-ORIGINAL.
021400     MOVE PT-NUM1               TO NUM1.
021410     MOVE PT-NUM2               TO NUM2.
021420     MOVE PT-RESULTADO          TO RESULTADO.
021430     MOVE PT-TAXA-CAMBIO        TO WS-TAXA-DIA.
021440     MOVE PT-RESULTADO-BASE     TO WS-RESULTADO-BASE.
021450     MOVE PT-DATA-VALOR         TO WS-DATA-VALOR.
021460     MOVE PT-DATA-VIGENCIA-TAXA TO WS-DATA-VIGENCIA-TAXA.
021470     MOVE PT-CONTA              TO WS-CONTA-POSTAGEM.
021480     MOVE PT-MOEDA              TO WS-MOEDA-POSTAGEM.
021490     IF PT-OPERACAO NOT = SPACES
021500         MOVE PT-OPERACAO       TO WS-OPERACAO-POSTAGEM
021510         MOVE PT-ORIGEM-LOTE    TO WS-ORIGEM-POSTAGEM
021520     END-IF.
021530     IF PT-MOVIMENTO-TRANSFERENCIA
021540         SET WS-E-TRANSFERENCIA TO TRUE
021550         MOVE TR-ID-TRANSACAO   TO WS-REF-TRANSFERENCIA
021560         MOVE PT-CONTA-CONTRAPARTIDA
021570                                TO WS-TRF-CONTA-DEBITO
021580         MOVE PT-CONTA          TO WS-TRF-CONTA-CREDITO
021590         MOVE WS-TRF-CONTA-DEBITO TO WS-CONTA-POSTAGEM
021600         MOVE "D" TO WS-IND-DC-POSTAGEM
021610     ELSE
021620         IF PT-MOVIMENTO-DEBITO
021630             MOVE "C" TO WS-IND-DC-POSTAGEM
021640         ELSE
021650             MOVE "D" TO WS-IND-DC-POSTAGEM
021660         END-IF
021670     END-IF.
021680
021690*****************************************************
021700*  VERIFICA-MOEDA - RESOLVES THE RATE FOR THE
021710*  TRANSACTION CURRENCY ON ITS VALUE DATE.  A
021720*  TRANSACTION WITHOUT A VALUE DATE (ZEROS OR
021730*  SPACES - EVERY FILE FROM BEFORE THE FIELD
021740*  EXISTED) CONVERTS ON THE PROCESSING DATE, AS
021750*  ALWAYS.  THE PROCESSING DATE'S RATES COME FROM
021760*  THE TABLE LOADED AT START OF RUN; ANY OTHER VALUE
021770*  DATE IS READ FROM CAMBFILE BY KEY.  THE BASE
021780*  CURRENCY (BRL) - OR SPACES, THE LAYOUT OF THE
021790*  DAYS BEFORE THE FIELD EXISTED - CONVERTS AT 1.  A
021800*  CURRENCY WITH NO RATE FOR THE DATE IS REJECTED,
021810*  NEVER GUESSED.  WS-DATA-VIGENCIA-TAXA KEEPS THE
021820*  EFFECTIVE DATE OF THE RATE ACTUALLY USED FOR THE
021830*  GL EXTRACT.
021840*****************************************************
021850 VERIFICA-MOEDA.
021860     IF TR-DATA-VALOR NUMERIC AND TR-DATA-VALOR NOT = ZERO
021870         MOVE TR-DATA-VALOR TO WS-DATA-VALOR
021880     ELSE
021890         MOVE WS-DATA-SISTEMA TO WS-DATA-VALOR
021900     END-IF.
021910     MOVE WS-DATA-VALOR TO WS-DATA-VIGENCIA-TAXA.
021920     IF TR-MOEDA = "BRL" OR TR-MOEDA = SPACES
021930         MOVE 1 TO WS-TAXA-DIA
021940     ELSE
021950         IF WS-DATA-VALOR = WS-DATA-SISTEMA
021960             PERFORM PROCURA-TAXA-DO-DIA
021970         ELSE
021980             PERFORM PROCURA-TAXA-DATA-VALOR
021990         END-IF
022000     END-IF.
022010
022020*****************************************************
022030*  PROCURA-TAXA-DO-DIA - THE PROCESSING DATE'S RATE,
022040*  FROM THE TABLE LOADED AT START OF RUN.
022050*****************************************************
022060 PROCURA-TAXA-DO-DIA.
022070     SET WS-CAMBIO-IDX TO 1.
022080     SEARCH WS-CAMBIO-ENTRADA
022090         AT END
022100             MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
022110             MOVE "MOEDA SEM TAXA NA DATA"
022120                 TO WS-MOTIVO-REJEITO
022130         WHEN WS-CAMBIO-MOEDA (WS-CAMBIO-IDX)
022140                 = TR-MOEDA
022150             MOVE WS-CAMBIO-TAXA (WS-CAMBIO-IDX)
022160                 TO WS-TAXA-DIA
022170     END-SEARCH.
022180
022190*****************************************************
022200*  PROCURA-TAXA-DATA-VALOR - THE RATE EFFECTIVE ON
022210*  THE TRANSACTION'S VALUE DATE, READ FROM CAMBFILE
022220*  BY CURRENCY + DATE.  NO RATE FILE, OR NO RATE FOR
022230*  THE DATE, REJECTS THE ITEM EXACTLY AS A MISSING
022240*  PROCESSING-DATE RATE ALWAYS HAS.
022250*****************************************************
022260 PROCURA-TAXA-DATA-VALOR.
022270     IF NOT WS-CAMBIO-DISPONIVEL
022280         MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
022290         MOVE "MOEDA SEM TAXA NA DATA"
022300             TO WS-MOTIVO-REJEITO
022310     ELSE
022320         MOVE TR-MOEDA TO CB-MOEDA
022330         MOVE WS-DATA-VALOR TO CB-DATA-VIGENCIA
022340         READ CAMBFILE
022350             INVALID KEY
022360                 MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
022370                 MOVE "MOEDA SEM TAXA NA DATA"
022380                     TO WS-MOTIVO-REJEITO
022390             NOT INVALID KEY
022400                 MOVE CB-TAXA TO WS-TAXA-DIA
022410                 MOVE CB-DATA-VIGENCIA
022420                     TO WS-DATA-VIGENCIA-TAXA
022430         END-READ
022440     END-IF.
022450
022460*****************************************************
022470*  GRAVA-REJEITO - APPENDS THE RAW TRANSACTION RECORD
022480*  TO THE REJECT LISTING WHEN VALIDA-TRANSACAO FINDS
022490*  IT UNUSABLE, SO IT CAN BE INVESTIGATED AND
022500*  RESUBMITTED WITHOUT REPROCESSING THE WHOLE BATCH.
022510*****************************************************
022520 GRAVA-REJEITO.
022530     MOVE WS-DATA-SISTEMA        TO RJ-DATA.
022540     MOVE TR-ID-TRANSACAO        TO RJ-ID-TRANSACAO.
022550     MOVE TR-REGISTRO-TRANSACAO  TO RJ-REGISTRO-BRUTO.
022560     MOVE WS-MOTIVO-REJEITO      TO RJ-MOTIVO.
022570     WRITE RJ-REGISTRO-REJEITO.
022580
022590*****************************************************
022600*  CALCULA-RESULTADO - APPLIES THE OPERATION
022610*  REQUESTED ON THE TRANSACTION RECORD (TR-OPERACAO)
022620*  TO NUM1/NUM2.  WS-HOUVE-ESTOURO IS SET WHENEVER
022630*  THE REQUESTED OPERATION CANNOT BE CARRIED OUT -
022640*  THE RESULT WOULD NOT FIT IN RESULTADO (ON SIZE
022650*  ERROR, WHICH ALSO COVERS DIVISION BY ZERO).  THE
022660*  WHEN OTHER LEG IS A SAFETY NET ONLY - VALIDA-TRANSACAO
022670*  ALREADY REJECTS AN UNRECOGNIZED TR-OPERACAO BEFORE THIS
022680*  PARAGRAPH IS EVER REACHED.
022690*****************************************************
022700 CALCULA-RESULTADO.
022710     MOVE "N" TO WS-ESTOURO-SW.
022720     EVALUATE TRUE
022730         WHEN TR-OPERACAO-SOMA
022740             ADD NUM1 TO NUM2 GIVING RESULTADO
022750                 ON SIZE ERROR
022760                     MOVE "Y" TO WS-ESTOURO-SW
022770             END-ADD
022780         WHEN TR-OPERACAO-SUBTRACAO
022790             SUBTRACT NUM2 FROM NUM1 GIVING RESULTADO
022800                 ON SIZE ERROR
022810                     MOVE "Y" TO WS-ESTOURO-SW
022820             END-SUBTRACT
022830         WHEN TR-OPERACAO-MULTIPLICACAO
022840             MULTIPLY NUM1 BY NUM2 GIVING RESULTADO ROUNDED
022850                 ON SIZE ERROR
022860                     MOVE "Y" TO WS-ESTOURO-SW
022870             END-MULTIPLY
022880         WHEN TR-OPERACAO-DIVISAO
022890             DIVIDE NUM1 BY NUM2 GIVING RESULTADO ROUNDED
022900                 ON SIZE ERROR
022910                     MOVE "Y" TO WS-ESTOURO-SW
022920             END-DIVIDE
022930         WHEN OTHER
022940             MOVE "Y" TO WS-ESTOURO-SW
022950     END-EVALUATE.
022960
022970*****************************************************
022980*  CONVERTE-MOEDA - CONVERTS THE RESULT FROM THE
022990*  TRANSACTION CURRENCY TO THE BASE CURRENCY AT THE
023000*  RATE RESOLVED BY VERIFICA-MOEDA.  THE CALCULATION
023010*  ITSELF RUNS IN THE TRANSACTION CURRENCY; ONLY THE
023020*  GL FEED AND THE ACCOUNT BALANCES ARE KEPT IN BRL.
023030*****************************************************
023040 CONVERTE-MOEDA.
023050     MULTIPLY RESULTADO BY WS-TAXA-DIA
023060         GIVING WS-RESULTADO-BASE ROUNDED.
023070
023080*****************************************************
023090*  VERIFICA-LIMITE-CONTA - SIGNS THE BASE-CURRENCY
023100*  RESULT BY THE POSTING DIRECTION AND REFUSES A
023110*  POSTING THAT WOULD TAKE THE BALANCE PAST ZERO
023120*  MINUS THE ACCOUNT'S CREDIT LIMIT.  ONLY A
023130*  MOVEMENT THAT DRIVES THE BALANCE DOWNWARD CAN
023140*  TAKE IT PAST THE LIMIT - AN ACCOUNT ALREADY OVER
023150*  ITS FLOOR MUST STILL ACCEPT THE CREDITS THAT WORK
023160*  IT BACK, OR EVERY CORRECTION WOULD BOUNCE AND THE
023170*  POSITION COULD NEVER RECOVER THROUGH THE POSTING
023180*  PASS.  THE SIGNED MOVEMENT IS TESTED, NOT THE D/C
023190*  FLAG, SO A NEGATIVE RESULT CARRIED ON A CREDIT
023200*  INDICATOR IS STILL TREATED AS THE DEBIT IT IS.
023210*  THE ACCOUNT RECORD WAS READ BY VERIFICA-CONTA IN
023220*  THIS SAME PASS.  A LIMIT ON RECORDS FROM BEFORE
023230*  THE FIELD EXISTED READS AS SPACES AND COUNTS AS
023240*  ZERO - NO OVERDRAFT - RATHER THAN AS GARBAGE.
023250*  A REVERSAL IS SIGNED HERE BUT NEVER REFUSED: IT
023260*  PUTS THE ACCOUNT BACK WHERE IT WOULD HAVE BEEN
023270*  WITHOUT THE MIS-POSTING, AND A BACK-OUT THAT
023280*  BOUNCED WOULD LEAVE THE ERROR ON THE BOOKS.
023290*****************************************************
023300 VERIFICA-LIMITE-CONTA.
023310     MOVE "N" TO WS-LIMITE-SW.
023320     IF WS-POSTAGEM-DEBITO
023330         SUBTRACT WS-RESULTADO-BASE FROM ZERO
023340             GIVING WS-MOVIMENTO-BASE
023350     ELSE
023360         MOVE WS-RESULTADO-BASE TO WS-MOVIMENTO-BASE
023370     END-IF.
023380     IF SA-LIMITE-CREDITO NOT NUMERIC
023390         MOVE ZERO TO SA-LIMITE-CREDITO
023400     END-IF.
023410     SUBTRACT SA-LIMITE-CREDITO FROM ZERO
023420         GIVING WS-LIMITE-PISO.
023430     ADD SA-SALDO TO WS-MOVIMENTO-BASE
023440         GIVING WS-SALDO-PROJETADO.
023450     IF WS-SALDO-PROJETADO < WS-LIMITE-PISO
023460             AND WS-MOVIMENTO-BASE < ZERO
023470             AND NOT WS-E-ESTORNO
023480         MOVE "Y" TO WS-LIMITE-SW
023490         MOVE "EXCEDE LIMITE DE CREDITO"
023500             TO WS-MOTIVO-REJEITO
023510     END-IF.
023520
023530*****************************************************
023540*  VERIFICA-CONTA-DORMENTE - A DORMANT ACCOUNT TAKES
023550*  CREDITS BUT NO DEBIT UNTIL IT IS REACTIVATED.  AS
023560*  FOR THE CREDIT LIMIT, THE SIGNED MOVEMENT SET BY
023570*  VERIFICA-LIMITE-CONTA IS TESTED, NOT THE D/C FLAG,
023580*  SO A NEGATIVE RESULT ON A CREDIT IS REFUSED TOO;
023590*  THE DEBIT SIDE OF A TRANSFER IS ALWAYS ONE.  THE
023600*  REFUSAL IS AN ORDINARY REJECT, TAKING PRECEDENCE
023610*  OVER A LIMIT REFUSAL OF THE SAME ITEM.  A REVERSAL
023620*  IS NEVER REFUSED: IT ONLY UNDOES A POSTING MADE.
023630*****************************************************
023640 VERIFICA-CONTA-DORMENTE.
023650     IF SA-SITUACAO-DORMENTE
023660             AND WS-MOVIMENTO-BASE < ZERO
023670             AND NOT WS-E-ESTORNO
023680         MOVE "N" TO WS-LIMITE-SW
023690         MOVE "Y" TO WS-ENTRADA-INVALIDA-SW
023700         MOVE "CONTA DORMENTE - DEBITO VEDADO"
023710             TO WS-MOTIVO-REJEITO
023720     END-IF.
023730
023740*****************************************************
023750*  GRAVA-AUDITORIA - APPENDS ONE DATED LINE TO THE
023760*  AUDIT LOG FOR EVERY PASS THROUGH PROGRAMA, SO A
023770*  RUN CAN BE RECONSTRUCTED AFTER THE FACT.  AU-DISPOSICAO
023780*  RECORDS WHETHER THE TRANSACTION POSTED NORMALLY, WAS
023790*  REJECTED ON INPUT, OR FAILED IN CALCULA-RESULTADO, SINCE
023800*  A ZERO AU-RESULTADO ALONE DOES NOT SAY WHICH HAPPENED.
023810*****************************************************
023820 GRAVA-AUDITORIA.
023830     MOVE WS-DATA-SISTEMA TO AU-DATA.
023840     MOVE TR-ID-TRANSACAO TO AU-ID-TRANSACAO.
023850     MOVE NUM1            TO AU-NUM1.
023860     MOVE NUM2            TO AU-NUM2.
023870     MOVE RESULTADO       TO AU-RESULTADO.
023880*    THE AMOUNTS ABOVE ARE IN THE TRANSACTION
023890*    CURRENCY, SO THE RECORD SAYS WHICH ONE.
023900     IF WS-MOEDA-POSTAGEM = SPACES
023910         MOVE "BRL" TO AU-MOEDA
023920     ELSE
023930         MOVE WS-MOEDA-POSTAGEM TO AU-MOEDA
023940     END-IF.
023950*    A REVERSAL - POSTED OR REFUSED - CARRIES THE ID
023960*    IT NAMED, SO THE AUDIT REPORT CAN LINK THE TWO.
023970*    A TRANSFER IS ONE AUDIT LINE FOR BOTH LEGS.
023980     EVALUATE TRUE
023990         WHEN WS-E-ESTORNO
024000             SET AU-MOVIMENTO-ESTORNO TO TRUE
024010         WHEN WS-E-TRANSFERENCIA
024020             SET AU-MOVIMENTO-TRANSFERENCIA TO TRUE
024030         WHEN OTHER
024040             SET AU-MOVIMENTO-NORMAL TO TRUE
024050     END-EVALUATE.
024060     MOVE WS-ID-VINCULADO TO AU-ID-VINCULADO.
024070     EVALUATE TRUE
024080         WHEN WS-ENTRADA-INVALIDA
024090             SET AU-DISPOSICAO-REJEITADA TO TRUE
024100         WHEN WS-HOUVE-ESTOURO
024110             SET AU-DISPOSICAO-ESTOURO TO TRUE
024120         WHEN WS-LIMITE-EXCEDIDO
024130             SET AU-DISPOSICAO-LIMITE TO TRUE
024140         WHEN OTHER
024150             SET AU-DISPOSICAO-NORMAL TO TRUE
024160     END-EVALUATE.
024170     WRITE AU-REGISTRO-AUDITORIA.
024180
024190*****************************************************
024200*  ACUMULA-TOTAIS-CONTROLE - ACCUMULATES THE CONTROL
024210*  TOTALS PRINTED BY IMPRIME-TOTAIS-CONTROLE.  ONLY
024220*  TRANSACTIONS THAT ACTUALLY PRODUCED A RESULTADO
024230*  (I.E. THAT DID NOT FAIL) FEED THE SUM AND THE
024240*  HIGH/LOW WATERMARKS, AND THEY FEED THEM IN THE
024250*  BASE CURRENCY - ADDING EUR, USD AND BRL FIGURES
024260*  TOGETHER WOULD MAKE THE SUMMARY MEANINGLESS.  THE
024270*  TRANSACTION COUNT ITSELF INCLUDES EVERY PASS
024280*  THROUGH PROGRAMA.
024290*****************************************************
024300 ACUMULA-TOTAIS-CONTROLE.
024310     ADD 1 TO WS-CONTADOR-TRANSACOES.
024320     IF NOT WS-HOUVE-ESTOURO AND NOT WS-LIMITE-EXCEDIDO
024330             AND NOT WS-ENTRADA-INVALIDA
024340         ADD 1 TO WS-CONTADOR-VALIDOS
024350         ADD WS-RESULTADO-BASE TO WS-SOMA-RESULTADOS
024360         IF WS-RESULTADO-BASE > WS-MAIOR-RESULTADO
024370             MOVE WS-RESULTADO-BASE TO WS-MAIOR-RESULTADO
024380         END-IF
024390         IF WS-RESULTADO-BASE < WS-MENOR-RESULTADO
024400             MOVE WS-RESULTADO-BASE TO WS-MENOR-RESULTADO
024410         END-IF
024420     END-IF.
024430
024440*****************************************************
024450*  GRAVA-CHECKPOINT - REWRITES THE CHECKPOINT RECORD
024460*  WITH THE COUNT OF TRANSACTIONS COMPLETED SO FAR,
024470*  SO A RERUN CAN RESUME FROM THIS POINT INSTEAD OF
024480*  REPROCESSING THE WHOLE BATCH.  THE REJECTS HELD
024490*  SINCE THE LAST CHECKPOINT ARE WRITTEN TO THE
024500*  ACKNOWLEDGEMENT FILE FIRST, AND THE RECORD KEEPS
024510*  THE ACKNOWLEDGEMENT STATE THEY LEAVE.
024520*****************************************************
024530 GRAVA-CHECKPOINT.
024540     PERFORM DESCARREGA-RETORNO.
024550     MOVE "CKPT0001" TO CK-CHAVE.
024560     MOVE WS-CONTADOR-TRANSACOES TO CK-CONTADOR-PROCESSADO.
024570     MOVE WS-RET-LOTES-CONFIRMADOS TO CK-LOTES-CONFIRMADOS.
024580     MOVE WS-RET-LOTE-POSTADOS TO CK-LOTE-POSTADOS.
024590     MOVE WS-RET-LOTE-REJEITADOS TO CK-LOTE-REJEITADOS.
024600     MOVE WS-RET-VALOR-POSTADO TO CK-LOTE-VALOR-POSTADO.
024610     MOVE WS-RET-VALOR-REJEITADO TO CK-LOTE-VALOR-REJEITADO.
024620     REWRITE CK-REGISTRO-CHECKPOINT.
024630
024640*****************************************************
024650*  ANOTA-RETORNO-ITEM - COUNTS THE ITEM IN HAND INTO
024660*  ITS BATCH'S ACKNOWLEDGEMENT TOTALS AND, WHEN IT
024670*  DID NOT POST, HOLDS ITS IT RECORD FOR THE NEXT
024680*  CHECKPOINT.  ONLY A CREDIT-LIMIT REFUSAL GOT AS
024690*  FAR AS A BRL AMOUNT; ANY OTHER REJECT CARRIES
024700*  ZERO.  AN ITEM THAT COULD NOT BE CALCULATED HAS NO
024710*  REJECT REASON TEXT AND TAKES ITS OWN CODE.
024720*****************************************************
024730 ANOTA-RETORNO-ITEM.
024740     IF WS-ENTRADA-INVALIDA OR WS-HOUVE-ESTOURO
024750             OR WS-LIMITE-EXCEDIDO
024760         ADD 1 TO WS-RET-LOTE-REJEITADOS
024770         MOVE ZERO TO WS-RET-VALOR-ITEM
024780         IF WS-ENTRADA-INVALIDA OR WS-LIMITE-EXCEDIDO
024790             PERFORM CODIFICA-MOTIVO
024800         ELSE
024810             MOVE "R22" TO WS-RET-CODIGO
024820         END-IF
024830         IF WS-LIMITE-EXCEDIDO
024840             MOVE WS-RESULTADO-BASE TO WS-RET-VALOR-ITEM
024850         END-IF
024860         ADD WS-RET-VALOR-ITEM TO WS-RET-VALOR-REJEITADO
024870         PERFORM GUARDA-RETORNO-ITEM
024880     ELSE
024890         ADD 1 TO WS-RET-LOTE-POSTADOS
024900         ADD WS-RESULTADO-BASE TO WS-RET-VALOR-POSTADO
024910     END-IF.
024920
024930 GUARDA-RETORNO-ITEM.
024940     IF WS-RET-ITENS-QTD >= WS-RET-MAXIMO-ITENS
024950         DISPLAY "ERRO - EXCESSO DE REJEITOS ENTRE "
024960             "CHECKPOINTS NO RETORNO"
024970         MOVE 12 TO RETURN-CODE
024980         STOP RUN
024990     END-IF.
025000     ADD 1 TO WS-RET-ITENS-QTD.
025010     SET WS-RET-IDX TO WS-RET-ITENS-QTD.
025020     MOVE WS-TAB-LOTE-NUMERO (WS-LOTE-CORRENTE)
025030         TO WS-RET-ITEM-LOTE (WS-RET-IDX).
025040     MOVE TR-ID-TRANSACAO TO WS-RET-ITEM-ID (WS-RET-IDX).
025050     MOVE WS-RET-CODIGO TO WS-RET-ITEM-CODIGO (WS-RET-IDX).
025060     MOVE WS-RET-VALOR-ITEM TO WS-RET-ITEM-VALOR (WS-RET-IDX).
025070
025080*****************************************************
025090*  CODIFICA-MOTIVO / CODIFICA-RETENCAO - THE FIXED
025100*  CODE OF THE REJECT REASON IN WS-MOTIVO-REJEITO, OR
025110*  OF THE HOLD REASON IN WS-LOTE-MENSAGEM.
025120*****************************************************
025130 CODIFICA-MOTIVO.
025140     SET WS-MOT-IDX TO 1.
025150     SEARCH WS-MOT-ENTRADA
025160         AT END
025170             MOVE "R99" TO WS-RET-CODIGO
025180         WHEN WS-MOT-TEXTO (WS-MOT-IDX) = WS-MOTIVO-REJEITO
025190             MOVE WS-MOT-CODIGO (WS-MOT-IDX) TO WS-RET-CODIGO
025200     END-SEARCH.
025210
025220 CODIFICA-RETENCAO.
025230     SET WS-RTC-IDX TO 1.
025240     SEARCH WS-RTC-ENTRADA
025250         AT END
025260             MOVE "L99" TO WS-RET-CODIGO
025270         WHEN WS-RTC-TEXTO (WS-RTC-IDX) = WS-LOTE-MENSAGEM
025280             MOVE WS-RTC-CODIGO (WS-RTC-IDX) TO WS-RET-CODIGO
025290     END-SEARCH.
025300
025310*****************************************************
025320*  DESCARREGA-RETORNO - WRITES THE IT RECORDS HELD
025330*  SINCE THE LAST CHECKPOINT.
025340*****************************************************
025350 DESCARREGA-RETORNO.
025360     PERFORM GRAVA-RETORNO-ITEM
025370         VARYING WS-RET-IDX FROM 1 BY 1
025380         UNTIL WS-RET-IDX > WS-RET-ITENS-QTD.
025390     MOVE ZERO TO WS-RET-ITENS-QTD.
025400
025410 GRAVA-RETORNO-ITEM.
025420     MOVE SPACES TO AK-REGISTRO-RETORNO.
025430     SET AK-TIPO-ITEM TO TRUE.
025440     MOVE WS-DATA-SISTEMA TO AK-DATA-PROCESSAMENTO.
025450     MOVE WS-RET-ITEM-LOTE (WS-RET-IDX) TO AK-NUMERO-LOTE.
025460     MOVE WS-RET-ITEM-ID (WS-RET-IDX) TO AK-ID-TRANSACAO.
025470     MOVE WS-RET-ITEM-CODIGO (WS-RET-IDX)
025480         TO AK-CODIGO-REJEITO.
025490     MOVE WS-RET-ITEM-VALOR (WS-RET-IDX) TO AK-VALOR-ITEM.
025500     WRITE AK-REGISTRO-RETORNO.
025510     ADD 1 TO WS-RET-GRAVADOS.
025520
025530*****************************************************
025540*  GRAVA-RETORNO-LOTE - THE LT RECORD OF THE BATCH
025550*  WHOSE TRAILER WAS JUST REACHED, AFTER ITS LAST IT
025560*  RECORDS.  A CHECKPOINT IS TAKEN STRAIGHT AFTER, SO
025570*  A RESTART KNOWS THIS BATCH IS ACKNOWLEDGED AND
025580*  STARTS THE NEXT ONE'S TOTALS FROM ZERO.
025590*****************************************************
025600 GRAVA-RETORNO-LOTE.
025610     PERFORM DESCARREGA-RETORNO.
025620     MOVE WS-TAB-LOTE-NUMERO (WS-LOTE-CORRENTE)
025630         TO WS-RET-NUMERO-LOTE.
025640     MOVE WS-TAB-LOTE-CONFERIDOS (WS-LOTE-CORRENTE)
025650         TO WS-RET-CONFERIDOS.
025660     IF WS-TAB-LOTE-STATUS (WS-LOTE-CORRENTE) = "B"
025670         MOVE SPACES TO AK-REGISTRO-RETORNO
025680         SET AK-TIPO-LOTE TO TRUE
025690         MOVE WS-DATA-SISTEMA TO AK-DATA-PROCESSAMENTO
025700         MOVE WS-RET-NUMERO-LOTE TO AK-NUMERO-LOTE
025710         SET AK-LOTE-ACEITO TO TRUE
025720         MOVE WS-RET-CONFERIDOS TO AK-QTD-CONFERIDOS
025730         MOVE WS-RET-LOTE-POSTADOS TO AK-QTD-POSTADOS
025740         MOVE WS-RET-LOTE-REJEITADOS TO AK-QTD-REJEITADOS
025750         MOVE WS-RET-VALOR-POSTADO TO AK-VALOR-POSTADO
025760         MOVE WS-RET-VALOR-REJEITADO TO AK-VALOR-REJEITADO
025770         WRITE AK-REGISTRO-RETORNO
025780         ADD 1 TO WS-RET-GRAVADOS
025790     ELSE
025800         MOVE WS-TAB-LOTE-MENSAGEM (WS-LOTE-CORRENTE)
025810             TO WS-LOTE-MENSAGEM
025820         PERFORM CODIFICA-RETENCAO
025830         PERFORM GRAVA-RETORNO-RETIDO
025840     END-IF.
025850     MOVE WS-LOTE-CORRENTE TO WS-RET-LOTES-CONFIRMADOS.
025860     MOVE ZERO TO WS-RET-LOTE-POSTADOS WS-RET-LOTE-REJEITADOS
025870         WS-RET-VALOR-POSTADO WS-RET-VALOR-REJEITADO.
025880     PERFORM GRAVA-CHECKPOINT.
025890
025900*****************************************************
025910*  GRAVA-RETORNO-RETIDO - THE LT RECORD OF A HELD
025920*  BATCH: NOTHING POSTED, NOTHING REJECTED ITEM BY
025930*  ITEM, THE HOLD CODE IN WS-RET-CODIGO.
025940*****************************************************
025950 GRAVA-RETORNO-RETIDO.
025960     MOVE SPACES TO AK-REGISTRO-RETORNO.
025970     SET AK-TIPO-LOTE TO TRUE.
025980     MOVE WS-DATA-SISTEMA TO AK-DATA-PROCESSAMENTO.
025990     MOVE WS-RET-NUMERO-LOTE TO AK-NUMERO-LOTE.
026000     SET AK-LOTE-RETIDO TO TRUE.
026010     MOVE WS-RET-CODIGO TO AK-CODIGO-RETENCAO.
026020     MOVE WS-RET-CONFERIDOS TO AK-QTD-CONFERIDOS.
026030     MOVE ZERO TO AK-QTD-POSTADOS AK-QTD-REJEITADOS
026040         AK-VALOR-POSTADO AK-VALOR-REJEITADO.
026050     WRITE AK-REGISTRO-RETORNO.
026060     ADD 1 TO WS-RET-GRAVADOS.
026070
026080*****************************************************
026090*  GRAVA-EXTRATO - APPENDS ONE LINE TO THE GL EXTRACT
026100*  FEED FOR EVERY TRANSACTION THAT PRODUCES A REAL,
026110*  POSTABLE RESULTADO, SO THE GENERAL-LEDGER POSTING
026120*  JOB CAN PICK THESE FIGURES UP WITHOUT THEM BEING
026130*  RETYPED FROM SCREEN OUTPUT.
026140*****************************************************
026150 GRAVA-EXTRATO.
026160     MOVE TR-ID-TRANSACAO TO EX-ID-TRANSACAO.
026170     MOVE NUM1            TO EX-NUM1.
026180     MOVE NUM2            TO EX-NUM2.
026190     MOVE RESULTADO       TO EX-RESULTADO.
026200     MOVE WS-DATA-SISTEMA TO EX-DATA.
026210     IF WS-MOEDA-POSTAGEM = SPACES
026220         MOVE "BRL" TO EX-MOEDA
026230     ELSE
026240         MOVE WS-MOEDA-POSTAGEM TO EX-MOEDA
026250     END-IF.
026260     MOVE WS-TAXA-DIA TO EX-TAXA-CAMBIO.
026270     MOVE WS-RESULTADO-BASE TO EX-RESULTADO-BASE.
026280     IF WS-POSTAGEM-DEBITO
026290         MOVE "D" TO EX-IND-DEBITO-CREDITO
026300     ELSE
026310         MOVE "C" TO EX-IND-DEBITO-CREDITO
026320     END-IF.
026330     MOVE WS-CONTA-POSTAGEM TO EX-CONTA.
026340     MOVE WS-DATA-VALOR TO EX-DATA-VALOR.
026350     MOVE WS-DATA-VIGENCIA-TAXA TO EX-DATA-VIGENCIA-TAXA.
026360     EVALUATE TRUE
026370         WHEN WS-E-ESTORNO
026380             SET EX-MOVIMENTO-ESTORNO TO TRUE
026390         WHEN WS-E-TRANSFERENCIA
026400             SET EX-MOVIMENTO-TRANSFERENCIA TO TRUE
026410         WHEN OTHER
026420             SET EX-MOVIMENTO-NORMAL TO TRUE
026430     END-EVALUATE.
026440     MOVE WS-ID-VINCULADO TO EX-ID-VINCULADO.
026450     MOVE WS-REF-TRANSFERENCIA TO EX-REF-TRANSFERENCIA.
026460     MOVE WS-CONTA-CONTRAPARTIDA TO EX-CONTA-CONTRAPARTIDA.
026470     MOVE WS-OPERACAO-POSTAGEM TO EX-OPERACAO.
026480     MOVE WS-ORIGEM-POSTAGEM TO EX-ORIGEM-LOTE.
026490     WRITE EX-REGISTRO-EXTRATO.
026500
026510*****************************************************
026520*  GRAVA-POSTADO - RECORDS A SUCCESSFULLY POSTED
026530*  TRANSACTION ID IN THE POSTED-TRANSACTIONS MASTER
026540*  AS PART OF THE SAME PASS, SO A RESUBMISSION OF THE
026550*  SAME ID IN A LATER RUN IS CAUGHT BY
026560*  VERIFICA-DUPLICATA.  AN ID ALREADY ON FILE AT THIS
026570*  POINT IS ONE WHOSE PRIOR POSTING HAS AGED OUT OF
026580*  THE RETENTION WINDOW - ITS POSTING DATE IS
026590*  REFRESHED SO THE NEW USE IS PROTECTED IN FULL.
026600*  THE RECORD KEEPS THE MOVEMENT AS POSTED (TAKEN
026610*  FROM THE EXTRACT LINE JUST WRITTEN), SO A LATER
026620*  REVERSAL CAN POST ITS EXACT OPPOSITE.  A TRANSFER
026630*  IS WRITTEN WITH ITS DEBIT LEG AS INCOMPLETE, FOR
026640*  CONCLUI-TRANSFERENCIA TO MARK POSTED.
026650*****************************************************
026660 GRAVA-POSTADO.
026670     MOVE TR-ID-TRANSACAO TO PT-ID-TRANSACAO.
026680     MOVE WS-DATA-SISTEMA TO PT-DATA-POSTAGEM.
026690     IF WS-E-TRANSFERENCIA
026700         SET PT-SITUACAO-INCOMPLETA TO TRUE
026710     ELSE
026720         SET PT-SITUACAO-POSTADA TO TRUE
026730     END-IF.
026740     EVALUATE TRUE
026750         WHEN WS-E-ESTORNO
026760             SET PT-MOVIMENTO-ESTORNO TO TRUE
026770         WHEN WS-E-TRANSFERENCIA
026780             SET PT-MOVIMENTO-TRANSFERENCIA TO TRUE
026790         WHEN OTHER
026800             SET PT-MOVIMENTO-NORMAL TO TRUE
026810     END-EVALUATE.
026820     MOVE WS-ID-VINCULADO       TO PT-ID-VINCULADO.
026830     MOVE WS-CONTA-POSTAGEM     TO PT-CONTA.
026840     MOVE EX-MOEDA              TO PT-MOEDA.
026850     MOVE NUM1                  TO PT-NUM1.
026860     MOVE NUM2                  TO PT-NUM2.
026870     MOVE RESULTADO             TO PT-RESULTADO.
026880     MOVE WS-TAXA-DIA           TO PT-TAXA-CAMBIO.
026890     MOVE WS-RESULTADO-BASE     TO PT-RESULTADO-BASE.
026900     MOVE EX-IND-DEBITO-CREDITO TO PT-IND-DEBITO-CREDITO.
026910     MOVE WS-DATA-VALOR         TO PT-DATA-VALOR.
026920     MOVE WS-DATA-VIGENCIA-TAXA TO PT-DATA-VIGENCIA-TAXA.
026930     MOVE WS-CONTA-CONTRAPARTIDA TO PT-CONTA-CONTRAPARTIDA.
026940     MOVE WS-OPERACAO-POSTAGEM  TO PT-OPERACAO.
026950     MOVE WS-ORIGEM-POSTAGEM    TO PT-ORIGEM-LOTE.
026960     WRITE PT-REGISTRO-POSTADO
026970         INVALID KEY
026980             REWRITE PT-REGISTRO-POSTADO
026990     END-WRITE.
027000
027010*****************************************************
027020*  MARCA-ORIGINAL-ESTORNADO - FLAGS THE ORIGINAL OF
027030*  A REVERSAL AS REVERSED ON THE POSTED MASTER AND
027040*  LINKS IT TO THE REVERSING ID.  RUNS BEFORE
027050*  GRAVA-POSTADO, WHICH REUSES THE RECORD AREA.
027060*****************************************************
027070 MARCA-ORIGINAL-ESTORNADO.
027080     MOVE WS-ID-VINCULADO TO PT-ID-TRANSACAO.
027090     READ POSTFILE
027100         INVALID KEY
027110             DISPLAY "AVISO - ORIGINAL " WS-ID-VINCULADO
027120                 " NAO ENCONTRADO PARA MARCAR ESTORNO"
027130         NOT INVALID KEY
027140             SET PT-SITUACAO-ESTORNADA TO TRUE
027150             MOVE TR-ID-TRANSACAO TO PT-ID-VINCULADO
027160             REWRITE PT-REGISTRO-POSTADO
027170                 INVALID KEY
027180                     DISPLAY "AVISO - FALHA AO MARCAR "
027190                         "ESTORNO DO ORIGINAL "
027200                         WS-ID-VINCULADO
027210             END-REWRITE
027220     END-READ.
027230
027240*****************************************************
027250*  ATUALIZA-SALDO - APPLIES THE POSTED MOVEMENT - THE
027260*  BASE-CURRENCY RESULT ALREADY SIGNED BY THE POSTING
027270*  DIRECTION IN VERIFICA-LIMITE-CONTA - TO THE
027280*  ACCOUNT'S RUNNING BALANCE AND STAMPS THE
027290*  LAST-ACTIVITY DATE AND TRANSACTION COUNT.  THE
027300*  RECORD WAS READ BY VERIFICA-CONTA IN THIS PASS.
027310*  INTEREST IS NOT ACTIVITY BY THE CUSTOMER, SO AN
027320*  ITEM OF AN INTEREST BATCH LEAVES THE DATE ALONE -
027330*  OTHERWISE NO ACCOUNT EARNING INTEREST COULD EVER
027340*  GO DORMANT.
027350*****************************************************
027360 ATUALIZA-SALDO.
027370     ADD WS-MOVIMENTO-BASE TO SA-SALDO.
027380     IF NOT WS-LOTE-JUROS
027390         MOVE WS-DATA-SISTEMA TO SA-DATA-ULTIMO-MOVTO
027400     END-IF.
027410     ADD 1 TO SA-CONTADOR-MOVTOS.
027420     REWRITE SA-REGISTRO-SALDO
027430         INVALID KEY
027440             DISPLAY "AVISO - FALHA AO REGRAVAR SALDO DA "
027450                 "CONTA " SA-CONTA
027460     END-REWRITE.
027470
027480*****************************************************
027490*  LISTA-SALDOS - LISTS EVERY ACCOUNT'S POSITION AT
027500*  END OF RUN - BALANCE, LAST-ACTIVITY DATE AND
027510*  TRANSACTION COUNT - SO A BRANCH ASKING WHERE IT
027520*  STANDS AFTER TODAY'S BATCH GETS AN ANSWER THE SAME
027530*  DAY INSTEAD OF A RECONSTRUCTION FROM WEEKS OF
027540*  EXTRACTS.
027550*****************************************************
027560 LISTA-SALDOS.
027570     DISPLAY "----------------------------------------".
027580     DISPLAY "POSICAO DAS CONTAS AO FIM DA EXECUCAO".
027590     MOVE ZERO TO SA-CONTA.
027600     START SALDOFILE KEY NOT < SA-CONTA
027610         INVALID KEY
027620             SET WS-SALDOS-FIM TO TRUE
027630     END-START.
027640     PERFORM LE-PROXIMO-SALDO.
027650     PERFORM LISTA-UM-SALDO
027660         UNTIL WS-SALDOS-FIM.
027670     DISPLAY "----------------------------------------".
027680
027690 LISTA-UM-SALDO.
027700     DISPLAY "CONTA " SA-CONTA
027710         " SALDO " SA-SALDO
027720         " MOVTOS " SA-CONTADOR-MOVTOS
027730         " ULTIMO MOVTO " SA-DATA-ULTIMO-MOVTO.
027740     PERFORM LE-PROXIMO-SALDO.
027750
027760 LE-PROXIMO-SALDO.
027770     IF NOT WS-SALDOS-FIM
027780         READ SALDOFILE NEXT RECORD
027790             AT END
027800                 SET WS-SALDOS-FIM TO TRUE
027810         END-READ
027820     END-IF.
027830
027840*****************************************************
027850*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
027860*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
027870*  ARE ACCEPTED AND THE PREREQUISITE STEPS HAVE
027880*  BEEN FOUND COMPLETE, SO AN I WITH NO MATCHING F
027890*  MEANS THE RUN IS STILL GOING OR DIED.
027900*****************************************************
027910 REGISTRA-INICIO.
027920     PERFORM MONTA-EXECLOG.
027930     MOVE "I" TO WE-EVENTO.
027940     PERFORM GRAVA-EXECLOG.
027950
027960*****************************************************
027970*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
027980*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
027990*****************************************************
028000 REGISTRA-FIM.
028010     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
028020     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
028030     MOVE "F" TO WE-EVENTO.
028040     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
028050     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
028060     MOVE RETURN-CODE TO WE-RETURN-CODE.
028070     MOVE WS-CONTADOR-LIDOS-RUN TO WE-QTD-LIDOS.
028080     SUBTRACT WS-CONTADOR-REJEITOS-RUN FROM WS-CONTADOR-LIDOS-RUN
028090         GIVING WE-QTD-PROCESSADOS.
028100     MOVE WS-CONTADOR-REJEITOS-RUN TO WE-QTD-EXCECOES.
028110     IF WS-LOTES-FALHOS > ZERO
028120         MOVE "LOTE(S) RETIDO(S)" TO WE-MENSAGEM
028130     END-IF.
028140     PERFORM GRAVA-EXECLOG.
028150
028160 MONTA-EXECLOG.
028170     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
028180     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
028190     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
028200     MOVE "AULA1" TO WE-PROGRAMA.
028210     MOVE PR-DATA-PROCESSAMENTO TO WE-DATA-REFERENCIA.
028220     MOVE SPACES TO WE-OPERADOR.
028230     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
028240     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
028250     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
028260         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
028270
028280*****************************************************
028290*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
028300*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
028310*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
028320*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
028330*****************************************************
028340 GRAVA-EXECLOG.
028350     OPEN EXTEND EXECLOG.
028360     IF WS-EXECLOG-STATUS = "35" OR "05"
028370         OPEN OUTPUT EXECLOG
028380     END-IF.
028390     IF WS-EXECLOG-STATUS NOT = "00"
028400         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
028410             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
028420         MOVE 12 TO RETURN-CODE
028430         STOP RUN
028440     END-IF.
028450     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
028460     CLOSE EXECLOG.
028470
028480*****************************************************
028490*  CONSULTA-EXECLOG - SWEEPS THE LEDGER AND LEAVES
028500*  IN WS-PRE-SITUACAO AND WS-PRE-RC THE STATE OF THE
028510*  LATEST RUN OF WS-PRE-PROGRAMA FOR
028520*  WS-PRE-REFERENCIA: BLANK = NEVER RAN, I = STARTED
028530*  AND NEVER ENDED (STILL GOING OR ABENDED), F =
028540*  ENDED WITH WS-PRE-RC.  REFUSED ATTEMPTS NEVER RAN
028550*  AND ARE PASSED OVER.  AN ABSENT LEDGER ONLY MEANS
028560*  NOTHING HAS RUN YET.
028570*****************************************************
028580 CONSULTA-EXECLOG.
028590     MOVE SPACE TO WS-PRE-SITUACAO.
028600     MOVE ZERO TO WS-PRE-RC.
028610     PERFORM ABRE-CONSULTA-EXECLOG.
028620     PERFORM EXAMINA-EXECLOG
028630         UNTIL WS-FIM-EXECLOG.
028640     PERFORM FECHA-CONSULTA-EXECLOG.
028650
028660 EXAMINA-EXECLOG.
028670     IF EL-PROGRAMA = WS-PRE-PROGRAMA
028680             AND EL-DATA-REFERENCIA = WS-PRE-REFERENCIA
028690         IF EL-EVENTO-INICIO
028700             MOVE "I" TO WS-PRE-SITUACAO
028710             MOVE ZERO TO WS-PRE-RC
028720         END-IF
028730         IF EL-EVENTO-FIM
028740             MOVE "F" TO WS-PRE-SITUACAO
028750             MOVE EL-RETURN-CODE TO WS-PRE-RC
028760         END-IF
028770     END-IF.
028780     PERFORM LE-EXECLOG.
028790
028800 ABRE-CONSULTA-EXECLOG.
028810     MOVE "N" TO WS-EXECLOG-EOF-SW.
028820     OPEN INPUT EXECLOG.
028830     IF WS-EXECLOG-STATUS = "35"
028840         SET WS-FIM-EXECLOG TO TRUE
028850     ELSE
028860         IF WS-EXECLOG-STATUS NOT = "00"
028870             DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
028880                 "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
028890             MOVE 12 TO RETURN-CODE
028900             STOP RUN
028910         END-IF
028920         PERFORM LE-EXECLOG
028930     END-IF.
028940
028950 FECHA-CONSULTA-EXECLOG.
028960     IF WS-EXECLOG-STATUS NOT = "35"
028970         CLOSE EXECLOG
028980     END-IF.
028990
029000 LE-EXECLOG.
029010     READ EXECLOG
029020         AT END
029030             SET WS-FIM-EXECLOG TO TRUE
029040     END-READ.
029050
029060*****************************************************
029070*  DESCREVE-PRE-REQUISITO - SHOWS THE OPERATOR WHICH
029080*  STEP WAS NOT FOUND COMPLETE, AND IN WHAT STATE,
029090*  AND KEEPS THE SAME TEXT FOR THE REFUSAL RECORD.
029100*****************************************************
029110 DESCREVE-PRE-REQUISITO.
029120     MOVE WS-PRE-PROGRAMA TO WS-PM-PROGRAMA.
029130     MOVE WS-PRE-REFERENCIA TO WS-PM-REFERENCIA.
029140     EVALUATE TRUE
029150         WHEN WS-PRE-NAO-EXECUTADO
029160             MOVE "NAO EXECUTOU" TO WS-PM-ESTADO
029170         WHEN WS-PRE-EM-ANDAMENTO
029180             MOVE "INCOMPLETO" TO WS-PM-ESTADO
029190         WHEN OTHER
029200             MOVE "RC" TO WS-PM-ESTADO
029210             MOVE WS-PRE-RC TO WS-PM-RC
029220     END-EVALUATE.
029230     DISPLAY "ERRO - PRE-REQUISITO NAO ATENDIDO: "
029240         WS-PRE-MENSAGEM.
029250
029260*****************************************************
029270*  RECUSA-EXECUCAO - A PREREQUISITE STEP HAS NOT
029280*  COMPLETED ACCEPTABLY: THE REFUSAL GOES ON THE
029290*  LEDGER (R, RC 16) AND THE RUN STOPS BEFORE ANY
029300*  FILE IS TOUCHED.
029310*****************************************************
029320 RECUSA-EXECUCAO.
029330     PERFORM MONTA-EXECLOG.
029340     MOVE "R" TO WE-EVENTO.
029350     MOVE WE-DATA-INICIO TO WE-DATA-FIM.
029360     MOVE WE-HORA-INICIO TO WE-HORA-FIM.
029370     MOVE 16 TO WE-RETURN-CODE.
029380     MOVE WS-PRE-MENSAGEM TO WE-MENSAGEM.
029390     PERFORM GRAVA-EXECLOG.
029400     DISPLAY "EXECUCAO RECUSADA - RC 16".
029410     MOVE 16 TO RETURN-CODE.
029420     STOP RUN.
029430
029440 END PROGRAM aula1.
