000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. aula16.
000030 AUTHOR. R HEINRICH.
000040 INSTALLATION. BATCH PROCESSING CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************
000080*  AULA16 - DAILY STANDING-ORDER BATCH GENERATOR.
000090*
000100*  WALKS THE STANDING-ORDER MASTER (ORDFILE) AND CUTS
000110*  EVERY INSTALMENT DUE ON OR BEFORE THE PROCESSING
000120*  DATE AS A PROPERLY FORMED TRANSACTION BATCH
000130*  (TRANORD): HD HEADER, ONE DT DETAIL PER INSTALMENT
000140*  WITH ITS OWN ID FROM THE RANGE THE OPERATOR
000150*  ASSIGNS, AND A TR TRAILER BALANCED WITH THE RECORD
000160*  COUNT AND NUM1/NUM2 HASH TOTALS - THE SAME WAY
000170*  AULA12 BUILDS TRANJUROS - SO THE INSTALMENTS FLOW
000180*  THROUGH AULA1'S NORMAL VALIDATION LIKE ANY OTHER
000190*  BATCH.  EACH DETAIL IS AN ADD OF THE ORDER AMOUNT
000200*  (NUM1, NUM2 ZERO) IN THE ORDER'S CURRENCY AND
000210*  DIRECTION, VALUE-DATED ON THE DUE DATE.
000220*
000230*  ONLY ACTIVE ORDERS FALL DUE.  AFTER CUTTING AN
000240*  INSTALMENT THE ORDER'S NEXT DUE DATE ROLLS FORWARD
000250*  BY ITS FREQUENCY (MONTHLY ORDERS ON THEIR BASE
000260*  DAY, CUT BACK TO THE LAST DAY OF A SHORTER MONTH);
000270*  AN ORDER MISSED BY ONE OR MORE RUNS HAS EACH
000280*  MISSED INSTALMENT CUT, EACH ON ITS OWN DUE DATE.
000290*  AN ORDER WHOSE NEXT DUE DATE PASSES ITS END DATE
000300*  IS MARKED FINISHED.
000310*
000320*  RERUNS.  EACH ORDER RECORDS THE PROCESSING DATE,
000330*  BATCH NUMBER, FIRST DUE DATE AND COUNT OF THE
000340*  INSTALMENTS LAST CUT FOR IT.  A RERUN FOR THE SAME
000350*  DATE UNDER THE SAME BATCH NUMBER REBUILDS THOSE
000360*  INSTALMENTS INTO THE NEW FILE WITHOUT ROLLING THE
000370*  ORDER AGAIN, SO A BATCH LOST OR CUT SHORT BY AN
000380*  ABEND IS REBUILT WHOLE, EACH INSTALMENT UNDER THE
000390*  ID IT WAS FIRST CUT WITH (THE ORDER RECORDS THE
000400*  FIRST ID), WHATEVER ID RANGE IS KEYED FOR THE
000410*  RERUN, AND AULA1'S DUPLICATE CHECK CATCHES ANY
000420*  THAT ALREADY POSTED.  UNDER A
000430*  DIFFERENT BATCH NUMBER THE EARLIER BATCH IS TAKEN
000440*  AS FINAL: ITS ORDERS ARE NOT CUT AGAIN AND ARE
000450*  LISTED, AND THE RUN ENDS RC 4.  NO DUE DATE IS
000460*  EVER CUT INTO TWO BATCHES.
000470*-----------------------------------------------------
000480*  MODIFICATION HISTORY
000490*  DATE       INIT  DESCRIPTION
000500*  2026-10-15 RLH   ORIGINAL PROGRAM.
000510*  2026-10-15 RLH   RUN LEDGER: THE RUN IS RECORDED ON
000520*                   EXECLOG (START, AND END WITH RC
000530*                   AND COUNTS) UNDER THE
000540*                   PROCESSING DATE.
000550*  2026-10-15 RLH   A RERUN OF THE SAME BATCH REBUILDS
000560*                   EACH ORDER'S INSTALMENTS UNDER THE
000570*                   IDS THEY WERE FIRST CUT WITH, FROM
000580*                   THE FIRST ID NOW KEPT ON THE ORDER,
000590*                   AND NEW CUTS IN THE RERUN START
000600*                   PAST THEM, SO NO ID DEPENDS ON THE
000610*                   RANGE KEYED FOR THE RERUN.
000620*****************************************************
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT ORDFILE ASSIGN TO "ORDFILE"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS OR-NUMERO
000700         FILE STATUS IS WS-ORDFILE-STATUS.
000710     SELECT TRANORD ASSIGN TO "TRANORD"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-TRANORD-STATUS.
000740     SELECT EXECLOG ASSIGN TO "EXECLOG"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-EXECLOG-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  ORDFILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY ORDREC.
000820 FD  TRANORD
000830     LABEL RECORDS ARE STANDARD
000840     RECORDING MODE IS F.
000850     COPY TRANREC REPLACING LEADING ==TR-== BY ==TN-==.
000860 FD  EXECLOG
000870     LABEL RECORDS ARE STANDARD
000880     RECORDING MODE IS F.
000890     COPY EXECREC.
000900 WORKING-STORAGE SECTION.
000910*****************************************************
000920*  SWITCHES AND FILE STATUS
000930*****************************************************
000940 77  WS-ORDENS-FIM-SW         PIC X(01) VALUE "N".
000950     88  WS-ORDENS-FIM                  VALUE "Y".
000960 77  WS-SEM-MASTER-SW         PIC X(01) VALUE "N".
000970     88  WS-SEM-MASTER                  VALUE "Y".
000980 77  WS-ORDFILE-STATUS        PIC X(02) VALUE "00".
000990 77  WS-TRANORD-STATUS        PIC X(02) VALUE "00".
001000*****************************************************
001010*  RUN CONTROLS AS KEYED BY THE OPERATOR (OR THE
001020*  JOB'S SYSIN): THE BATCH NUMBER, THE FIRST
001030*  TRANSACTION ID OF THE RANGE RESERVED FOR STANDING
001040*  ORDERS, AND THE PROCESSING DATE.
001050*****************************************************
001060 77  WS-NUMERO-LOTE           PIC 9(06).
001070 77  WS-PROXIMO-ID            PIC 9(06).
001080 77  WS-ID-DETALHE            PIC 9(06).
001090 77  WS-DATA-GERACAO          PIC 9(08) VALUE ZERO.
001100 01  WS-DATA-PROCESSAMENTO    PIC 9(08).
001110 01  WS-DATA-PROCESSAMENTO-X REDEFINES WS-DATA-PROCESSAMENTO.
001120     05  FILLER               PIC X(04).
001130     05  WS-PROC-MM           PIC X(02).
001140     05  WS-PROC-DD           PIC X(02).
001150*****************************************************
001160*  CALENDAR WORK FIELDS - THE ROLL OF A DUE DATE TO
001170*  THE NEXT ONE, THE SAME RULES AULA15 APPLIES WHEN
001180*  IT RESUMES AN ORDER.
001190*****************************************************
001200 01  WS-RL-DATA               PIC 9(08).
001210 01  WS-RL-DATA-X REDEFINES WS-RL-DATA.
001220     05  WS-RL-AAAA           PIC 9(04).
001230     05  WS-RL-MM             PIC 9(02).
001240     05  WS-RL-DD             PIC 9(02).
001250 77  WS-DIAS-NO-MES           PIC 9(02) VALUE ZERO.
001260 77  WS-QUOCIENTE             PIC 9(04) COMP VALUE ZERO.
001270 77  WS-RESTO-4               PIC 9(03) COMP VALUE ZERO.
001280 77  WS-RESTO-100             PIC 9(03) COMP VALUE ZERO.
001290 77  WS-RESTO-400             PIC 9(03) COMP VALUE ZERO.
001300 01  WS-DIAS-MES-VALORES.
001310     05  FILLER               PIC X(24) VALUE
001320         "312831303130313130313031".
001330 01  WS-DIAS-MES-TAB REDEFINES WS-DIAS-MES-VALORES.
001340     05  WS-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.
001350 77  WS-DATA-VENCIMENTO       PIC 9(08) VALUE ZERO.
001360*****************************************************
001370*  CONTROL TOTALS FOR THE BATCH TRAILER
001380*****************************************************
001390 77  WS-HASH-NUM1             PIC S9(11)V99 COMP-3 VALUE ZERO.
001400 77  WS-HASH-NUM2             PIC S9(11)V99 COMP-3 VALUE ZERO.
001410 77  WS-CONTADOR-DETALHES     PIC 9(07) COMP VALUE ZERO.
001420*****************************************************
001430*  RUN TOTALS
001440*****************************************************
001450 77  WS-CONT-ORDENS-LIDAS     PIC 9(07) COMP VALUE ZERO.
001460 77  WS-CONT-ORDENS-GERADAS   PIC 9(07) COMP VALUE ZERO.
001470 77  WS-CONT-ORDENS-REEMITIDAS
001480                              PIC 9(07) COMP VALUE ZERO.
001490 77  WS-CONT-OUTRO-LOTE       PIC 9(07) COMP VALUE ZERO.
001500 77  WS-CONT-FINALIZADAS      PIC 9(07) COMP VALUE ZERO.
001510 77  WS-CONT-ATRASADAS        PIC 9(07) COMP VALUE ZERO.
001520*****************************************************
001530*  CYCLE RUN LEDGER (EXECLOG)
001540*****************************************************
001550 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
001560 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
001570 01  WS-EL-HORA-SISTEMA.
001580     05  WS-EL-HHMMSS         PIC 9(06).
001590     05  FILLER               PIC 9(02).
001600     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
001610
001620 PROCEDURE DIVISION.
001630*****************************************************
001640*  INICIALIZACAO - ACCEPTS THE BATCH NUMBER, ID RANGE
001650*  AND PROCESSING DATE AND CUTS THE BATCH OFF ONE
001660*  PASS OF THE ORDER MASTER.  NO MASTER YET MEANS NO
001670*  ORDER WAS EVER ADDED: THE BATCH IS WRITTEN EMPTY,
001680*  SO THE POSTING STEP FINDS THE FILE IT EXPECTS.
001690*****************************************************
001700 INICIALIZACAO.
001710     DISPLAY "NUMERO DO LOTE DE ORDENS (6 DIGITOS): "
001720         WITH NO ADVANCING.
001730     ACCEPT WS-NUMERO-LOTE.
001740     IF WS-NUMERO-LOTE NOT NUMERIC
001750         OR WS-NUMERO-LOTE = ZERO
001760         DISPLAY "NUMERO DE LOTE INVALIDO"
001770         MOVE 12 TO RETURN-CODE
001780         STOP RUN
001790     END-IF.
001800     DISPLAY "PRIMEIRO ID DA FAIXA DE ORDENS (6 DIGITOS): "
001810         WITH NO ADVANCING.
001820     ACCEPT WS-PROXIMO-ID.
001830     IF WS-PROXIMO-ID NOT NUMERIC
001840         OR WS-PROXIMO-ID = ZERO
001850         DISPLAY "ID INICIAL INVALIDO"
001860         MOVE 12 TO RETURN-CODE
001870         STOP RUN
001880     END-IF.
001890     DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD): "
001900         WITH NO ADVANCING.
001910     ACCEPT WS-DATA-PROCESSAMENTO.
001920     IF WS-DATA-PROCESSAMENTO NOT NUMERIC
001930         OR WS-PROC-MM < "01" OR WS-PROC-MM > "12"
001940         OR WS-PROC-DD < "01" OR WS-PROC-DD > "31"
001950         DISPLAY "DATA DE PROCESSAMENTO INVALIDA"
001960         MOVE 12 TO RETURN-CODE
001970         STOP RUN
001980     END-IF.
001990     ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.
002000     PERFORM REGISTRA-INICIO.
002010     OPEN I-O ORDFILE.
002020     IF WS-ORDFILE-STATUS = "35"
002030         DISPLAY "AVISO - MASTER DE ORDENS INEXISTENTE - "
002040             "LOTE GERADO VAZIO"
002050         SET WS-SEM-MASTER TO TRUE
002060     ELSE
002070         IF WS-ORDFILE-STATUS NOT = "00"
002080             DISPLAY "ERRO - MASTER DE ORDENS INDISPONIVEL, "
002090                 "STATUS " WS-ORDFILE-STATUS
002100             MOVE 12 TO RETURN-CODE
002110             STOP RUN
002120         END-IF
002130     END-IF.
002140     OPEN OUTPUT TRANORD.
002150     PERFORM GRAVA-CABECALHO.
002160     IF NOT WS-SEM-MASTER
002170         PERFORM VARRE-ORDENS
002180     END-IF.
002190     PERFORM GRAVA-TRAILER.
002200     PERFORM FINALIZA-PROGRAMA.
002210
002220*****************************************************
002230*  VARRE-ORDENS - ONE PASS OF THE MASTER IN ORDER
002240*  NUMBER ORDER, STARTING AFTER THE CONTROL RECORD.
002250*  THE FIXED ORDER IS WHAT LETS A RERUN HAND OUT THE
002260*  SAME IDS.
002270*****************************************************
002280 VARRE-ORDENS.
002290     MOVE 1 TO OR-NUMERO.
002300     START ORDFILE KEY NOT < OR-NUMERO
002310         INVALID KEY
002320             SET WS-ORDENS-FIM TO TRUE
002330     END-START.
002340     PERFORM LE-PROXIMA-ORDEM.
002350     PERFORM PROCESSA-ORDEM
002360         UNTIL WS-ORDENS-FIM.
002370
002380 LE-PROXIMA-ORDEM.
002390     IF NOT WS-ORDENS-FIM
002400         READ ORDFILE NEXT RECORD
002410             AT END
002420                 SET WS-ORDENS-FIM TO TRUE
002430         END-READ
002440     END-IF.
002450
002460*****************************************************
002470*  PROCESSA-ORDEM - ONE ORDER.  ONE ALREADY CUT ON
002480*  THIS PROCESSING DATE IS REBUILT (SAME BATCH) OR
002490*  LEFT ALONE (ANOTHER BATCH); OTHERWISE AN ACTIVE
002500*  ORDER DUE ON OR BEFORE THE DATE IS CUT.
002510*****************************************************
002520 PROCESSA-ORDEM.
002530     ADD 1 TO WS-CONT-ORDENS-LIDAS.
002540     IF OR-GER-DATA-PROCESSAMENTO = WS-DATA-PROCESSAMENTO
002550         AND OR-GER-QTD > ZERO
002560         IF OR-GER-LOTE = WS-NUMERO-LOTE
002570             PERFORM REEMITE-ORDEM
002580         ELSE
002590             ADD 1 TO WS-CONT-OUTRO-LOTE
002600             DISPLAY "AVISO - ORDEM " OR-NUMERO
002610                 " JA GERADA NESTA DATA NO LOTE "
002620                 OR-GER-LOTE " - NAO REPETIDA"
002630         END-IF
002640     ELSE
002650         IF OR-SITUACAO-ATIVA
002660             AND OR-DATA-PROXIMA NOT > WS-DATA-PROCESSAMENTO
002670             PERFORM GERA-ORDEM
002680         END-IF
002690     END-IF.
002700     PERFORM LE-PROXIMA-ORDEM.
002710
002720*****************************************************
002730*  GERA-ORDEM - CUTS EVERY INSTALMENT OF THE ORDER
002740*  DUE ON OR BEFORE THE PROCESSING DATE AND NOT PAST
002750*  ITS END DATE, ROLLING THE NEXT DUE DATE AFTER
002760*  EACH, THEN REWRITES THE ORDER WITH WHAT WAS CUT.
002770*  THE COUNT FIELD CAPS A CATCH-UP AT 999.  THE
002780*  DETAILS ARE WRITTEN BEFORE THE REWRITE, SO AN
002790*  ABEND BETWEEN THE TWO LEAVES THE ORDER UNROLLED
002800*  AND THE RERUN CUTS IT AFRESH.  THE ID OF THE
002810*  FIRST INSTALMENT CUT IS KEPT ON THE ORDER; THE
002820*  REST FOLLOW ON FROM IT.
002830*****************************************************
002840 GERA-ORDEM.
002850     ADD 1 TO WS-CONT-ORDENS-GERADAS.
002860     MOVE WS-DATA-PROCESSAMENTO
002870         TO OR-GER-DATA-PROCESSAMENTO.
002880     MOVE WS-NUMERO-LOTE TO OR-GER-LOTE.
002890     MOVE OR-DATA-PROXIMA TO OR-GER-PRIMEIRO-VENCTO.
002900     MOVE ZERO TO OR-GER-QTD.
002910     PERFORM CORTA-PARCELA
002920         UNTIL OR-DATA-PROXIMA > WS-DATA-PROCESSAMENTO
002930            OR NOT OR-SITUACAO-ATIVA
002940            OR OR-GER-QTD = 999.
002950     IF OR-GER-QTD > 1
002960         ADD 1 TO WS-CONT-ATRASADAS
002970         DISPLAY "AVISO - ORDEM " OR-NUMERO " EM ATRASO - "
002980             OR-GER-QTD " PARCELAS GERADAS A PARTIR DE "
002990             OR-GER-PRIMEIRO-VENCTO
003000     END-IF.
003010     IF OR-SITUACAO-ATIVA
003020         AND OR-DATA-FIM NOT = ZERO
003030         AND OR-DATA-PROXIMA > OR-DATA-FIM
003040         PERFORM FINALIZA-ORDEM
003050     END-IF.
003060     REWRITE OR-REGISTRO-ORDEM
003070         INVALID KEY
003080             DISPLAY "ERRO AO REGRAVAR ORDEM " OR-NUMERO
003090                 ", STATUS " WS-ORDFILE-STATUS
003100             DISPLAY "O LOTE NAO FOI FECHADO - REPROCESSE "
003110                 "COM O MESMO LOTE E A MESMA FAIXA DE IDS"
003120             CLOSE ORDFILE TRANORD
003130             MOVE 12 TO RETURN-CODE
003140             STOP RUN
003150     END-REWRITE.
003160
003170 CORTA-PARCELA.
003180     IF OR-DATA-FIM NOT = ZERO
003190         AND OR-DATA-PROXIMA > OR-DATA-FIM
003200         PERFORM FINALIZA-ORDEM
003210     ELSE
003220         MOVE OR-DATA-PROXIMA TO WS-DATA-VENCIMENTO
003230         IF OR-GER-QTD = ZERO
003240             MOVE WS-PROXIMO-ID TO OR-GER-PRIMEIRO-ID
003250         END-IF
003260         MOVE WS-PROXIMO-ID TO WS-ID-DETALHE
003270         PERFORM GRAVA-DETALHE
003280         MOVE WS-ID-DETALHE TO WS-PROXIMO-ID
003290         ADD 1 TO OR-GER-QTD
003300         MOVE OR-DATA-PROXIMA TO WS-RL-DATA
003310         PERFORM AVANCA-VENCIMENTO
003320         MOVE WS-RL-DATA TO OR-DATA-PROXIMA
003330     END-IF.
003340
003350 FINALIZA-ORDEM.
003360     SET OR-SITUACAO-FINALIZADA TO TRUE.
003370     ADD 1 TO WS-CONT-FINALIZADAS.
003380     DISPLAY "ORDEM " OR-NUMERO " FINALIZADA - FIM EM "
003390         OR-DATA-FIM.
003400
003410*****************************************************
003420*  REEMITE-ORDEM - REBUILDS THE INSTALMENTS THIS
003430*  BATCH ALREADY CUT FOR THE ORDER, FROM THE FIRST
003440*  DUE DATE CUT, ROLLED AS WHEN THEY WERE CUT, AND
003450*  UNDER THE IDS THEY WERE CUT WITH, FROM THE FIRST
003460*  ID ON THE ORDER.  THE ORDER ITSELF IS NOT
003470*  TOUCHED.  THE NEXT ID FOR NEW CUTS MOVES PAST THE
003480*  REBUILT ONES, SO AN ORDER THE INTERRUPTED RUN
003490*  NEVER REACHED CANNOT TAKE AN ID ALREADY IN THE
003500*  BATCH.  AN ORDER CUT BEFORE THE FIRST ID WAS KEPT
003510*  IS REBUILT FROM THE RANGE KEYED, AS IT ALWAYS WAS.
003520*****************************************************
003530 REEMITE-ORDEM.
003540     ADD 1 TO WS-CONT-ORDENS-REEMITIDAS.
003550     IF OR-GER-PRIMEIRO-ID NUMERIC
003560         AND OR-GER-PRIMEIRO-ID > ZERO
003570         MOVE OR-GER-PRIMEIRO-ID TO WS-ID-DETALHE
003580     ELSE
003590         DISPLAY "AVISO - ORDEM " OR-NUMERO " SEM PRIMEIRO "
003600             "ID GRAVADO - REEMITIDA COM IDS DA FAIXA "
003610             "INFORMADA"
003620         MOVE WS-PROXIMO-ID TO WS-ID-DETALHE
003630     END-IF.
003640     MOVE OR-GER-PRIMEIRO-VENCTO TO WS-RL-DATA.
003650     PERFORM REEMITE-PARCELA OR-GER-QTD TIMES.
003660     IF WS-ID-DETALHE > WS-PROXIMO-ID
003670         MOVE WS-ID-DETALHE TO WS-PROXIMO-ID
003680     END-IF.
003690
003700 REEMITE-PARCELA.
003710     MOVE WS-RL-DATA TO WS-DATA-VENCIMENTO.
003720     PERFORM GRAVA-DETALHE.
003730     PERFORM AVANCA-VENCIMENTO.
003740
003750*****************************************************
003760*  AVANCA-VENCIMENTO - ROLLS THE DUE DATE IN
003770*  WS-RL-DATA TO THE ORDER'S NEXT ONE: A DAY, A WEEK,
003780*  OR A MONTH ON THE ORDER'S BASE DAY, CUT BACK TO
003790*  THE LAST DAY OF A SHORTER MONTH (AN ORDER BASED ON
003800*  THE 31ST FALLS DUE ON 30 APRIL AND 28 OR 29
003810*  FEBRUARY, AND ON THE 31ST AGAIN IN MAY AND MARCH).
003820*****************************************************
003830 AVANCA-VENCIMENTO.
003840     EVALUATE TRUE
003850         WHEN OR-FREQUENCIA-DIARIA
003860             PERFORM AVANCA-UM-DIA
003870         WHEN OR-FREQUENCIA-SEMANAL
003880             PERFORM AVANCA-UM-DIA 7 TIMES
003890         WHEN OTHER
003900             ADD 1 TO WS-RL-MM
003910             IF WS-RL-MM > 12
003920                 MOVE 1 TO WS-RL-MM
003930                 ADD 1 TO WS-RL-AAAA
003940             END-IF
003950             PERFORM CALCULA-DIAS-NO-MES
003960             IF OR-DIA-BASE > WS-DIAS-NO-MES
003970                 MOVE WS-DIAS-NO-MES TO WS-RL-DD
003980             ELSE
003990                 MOVE OR-DIA-BASE TO WS-RL-DD
004000             END-IF
004010     END-EVALUATE.
004020
004030 AVANCA-UM-DIA.
004040     PERFORM CALCULA-DIAS-NO-MES.
004050     IF WS-RL-DD < WS-DIAS-NO-MES
004060         ADD 1 TO WS-RL-DD
004070     ELSE
004080         MOVE 1 TO WS-RL-DD
004090         ADD 1 TO WS-RL-MM
004100         IF WS-RL-MM > 12
004110             MOVE 1 TO WS-RL-MM
004120             ADD 1 TO WS-RL-AAAA
004130         END-IF
004140     END-IF.
004150
004160*****************************************************
004170*  CALCULA-DIAS-NO-MES - DAYS IN THE MONTH OF
004180*  WS-RL-DATA, 29 FOR FEBRUARY OF A LEAP YEAR.
004190*****************************************************
004200 CALCULA-DIAS-NO-MES.
004210     MOVE WS-DIAS-MES (WS-RL-MM) TO WS-DIAS-NO-MES.
004220     IF WS-RL-MM = 2
004230         DIVIDE WS-RL-AAAA BY 4 GIVING WS-QUOCIENTE
004240             REMAINDER WS-RESTO-4
004250         DIVIDE WS-RL-AAAA BY 100 GIVING WS-QUOCIENTE
004260             REMAINDER WS-RESTO-100
004270         DIVIDE WS-RL-AAAA BY 400 GIVING WS-QUOCIENTE
004280             REMAINDER WS-RESTO-400
004290         IF WS-RESTO-4 = ZERO
004300             AND (WS-RESTO-100 NOT = ZERO
004310                  OR WS-RESTO-400 = ZERO)
004320             MOVE 29 TO WS-DIAS-NO-MES
004330         END-IF
004340     END-IF.
004350
004360*****************************************************
004370*  GRAVA-DETALHE - ONE INSTALMENT: AN ADD OF THE
004380*  ORDER AMOUNT (NUM1; NUM2 ZERO) TO THE ORDER'S
004390*  ACCOUNT IN ITS CURRENCY AND DIRECTION, VALUE-DATED
004400*  ON THE DUE DATE, UNDER THE ID IN WS-ID-DETALHE,
004410*  WHICH IS THEN STEPPED ON.  RUNNING OFF THE END OF
004420*  THE ID RANGE STOPS THE RUN, AS IN AULA12, WITH THE
004430*  ORDER IN HAND NOT YET ROLLED.
004440*****************************************************
004450 GRAVA-DETALHE.
004460     MOVE SPACES TO TN-REGISTRO-TRANSACAO.
004470     MOVE "DT" TO TN-TIPO-REGISTRO.
004480     MOVE WS-ID-DETALHE TO TN-ID-TRANSACAO.
004490     MOVE OR-VALOR TO TN-NUM1.
004500     MOVE ZERO TO TN-NUM2.
004510     MOVE "A" TO TN-OPERACAO.
004520     MOVE ZERO TO TN-CONTADOR-RESSUBMISSAO.
004530     MOVE OR-CONTA TO TN-CONTA.
004540     MOVE OR-MOEDA TO TN-MOEDA.
004550     MOVE OR-IND-DEBITO-CREDITO TO TN-IND-DEBITO-CREDITO.
004560     MOVE WS-DATA-VENCIMENTO TO TN-DATA-VALOR.
004570     WRITE TN-REGISTRO-TRANSACAO.
004580     ADD OR-VALOR TO WS-HASH-NUM1.
004590     ADD 1 TO WS-CONTADOR-DETALHES.
004600     IF WS-ID-DETALHE = 999999
004610         DISPLAY "ERRO - FAIXA DE IDS DE ORDENS ESGOTADA "
004620             "NA ORDEM " OR-NUMERO
004630         PERFORM GRAVA-TRAILER
004640         CLOSE ORDFILE
004650         MOVE 12 TO RETURN-CODE
004660         STOP RUN
004670     END-IF.
004680     ADD 1 TO WS-ID-DETALHE.
004690
004700*****************************************************
004710*  GRAVA-CABECALHO / GRAVA-TRAILER - THE BATCH
004720*  ENVELOPE, BALANCED TO WHAT WAS ACTUALLY WRITTEN,
004730*  AS IN AULA12.
004740*****************************************************
004750 GRAVA-CABECALHO.
004760     MOVE SPACES TO TN-REGISTRO-TRANSACAO.
004770     MOVE "HD" TO TN-TIPO-REGISTRO.
004780     MOVE WS-NUMERO-LOTE TO TN-CAB-NUMERO-LOTE.
004790     MOVE WS-DATA-GERACAO TO TN-CAB-DATA-GERACAO.
004800     WRITE TN-REGISTRO-TRANSACAO.
004810
004820 GRAVA-TRAILER.
004830     MOVE SPACES TO TN-REGISTRO-TRANSACAO.
004840     MOVE "TR" TO TN-TIPO-REGISTRO.
004850     MOVE WS-NUMERO-LOTE TO TN-TRL-NUMERO-LOTE.
004860     MOVE WS-CONTADOR-DETALHES
004870         TO TN-TRL-CONTADOR-REGISTROS.
004880     MOVE WS-HASH-NUM1 TO TN-TRL-HASH-NUM1.
004890     MOVE WS-HASH-NUM2 TO TN-TRL-HASH-NUM2.
004900     WRITE TN-REGISTRO-TRANSACAO.
004910     CLOSE TRANORD.
004920
004930 FINALIZA-PROGRAMA.
004940     IF NOT WS-SEM-MASTER
004950         CLOSE ORDFILE
004960     END-IF.
004970     DISPLAY "----------------------------------------".
004980     DISPLAY "RESUMO DA GERACAO DE ORDENS - DATA "
004990         WS-DATA-PROCESSAMENTO.
005000     DISPLAY "ORDENS LIDAS          : " WS-CONT-ORDENS-LIDAS.
005010     DISPLAY "ORDENS GERADAS        : "
005020         WS-CONT-ORDENS-GERADAS.
005030     DISPLAY "ORDENS REEMITIDAS     : "
005040         WS-CONT-ORDENS-REEMITIDAS.
005050     DISPLAY "JA GERADAS OUTRO LOTE : " WS-CONT-OUTRO-LOTE.
005060     DISPLAY "ORDENS EM ATRASO      : " WS-CONT-ATRASADAS.
005070     DISPLAY "ORDENS FINALIZADAS    : " WS-CONT-FINALIZADAS.
005080     DISPLAY "DETALHES GRAVADOS     : " WS-CONTADOR-DETALHES.
005090     DISPLAY "LOTE " WS-NUMERO-LOTE " GRAVADO EM TRANORD".
005100     DISPLAY "----------------------------------------".
005110     IF WS-CONT-OUTRO-LOTE > ZERO
005120         MOVE 4 TO RETURN-CODE
005130     ELSE
005140         MOVE ZERO TO RETURN-CODE
005150     END-IF.
005160     PERFORM REGISTRA-FIM.
005170     DISPLAY "Programa finalizado!!".
005180     STOP RUN.
005190
005200*****************************************************
005210*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
005220*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
005230*  ARE ACCEPTED, SO AN I WITH NO MATCHING F
005240*  MEANS THE RUN IS STILL GOING OR DIED.
005250*****************************************************
005260 REGISTRA-INICIO.
005270     PERFORM MONTA-EXECLOG.
005280     MOVE "I" TO WE-EVENTO.
005290     PERFORM GRAVA-EXECLOG.
005300
005310*****************************************************
005320*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
005330*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
005340*****************************************************
005350 REGISTRA-FIM.
005360     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
005370     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
005380     MOVE "F" TO WE-EVENTO.
005390     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
005400     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
005410     MOVE RETURN-CODE TO WE-RETURN-CODE.
005420     MOVE WS-CONT-ORDENS-LIDAS TO WE-QTD-LIDOS.
005430     MOVE WS-CONTADOR-DETALHES TO WE-QTD-PROCESSADOS.
005440     MOVE WS-CONT-OUTRO-LOTE TO WE-QTD-EXCECOES.
005450     PERFORM GRAVA-EXECLOG.
005460
005470 MONTA-EXECLOG.
005480     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
005490     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
005500     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
005510     MOVE "AULA16" TO WE-PROGRAMA.
005520     MOVE WS-DATA-PROCESSAMENTO TO WE-DATA-REFERENCIA.
005530     MOVE SPACES TO WE-OPERADOR.
005540     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
005550     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
005560     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
005570         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
005580
005590*****************************************************
005600*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
005610*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
005620*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
005630*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
005640*****************************************************
005650 GRAVA-EXECLOG.
005660     OPEN EXTEND EXECLOG.
005670     IF WS-EXECLOG-STATUS = "35" OR "05"
005680         OPEN OUTPUT EXECLOG
005690     END-IF.
005700     IF WS-EXECLOG-STATUS NOT = "00"
005710         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
005720             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
005730         MOVE 12 TO RETURN-CODE
005740         STOP RUN
005750     END-IF.
005760     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
005770     CLOSE EXECLOG.
005780
005790 END PROGRAM aula16.
