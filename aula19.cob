000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. aula19.
000030 AUTHOR. R HEINRICH.
000040 INSTALLATION. BATCH PROCESSING CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************
000080*  AULA19 - DORMANT-ACCOUNT DETECTION.
000090*
000100*  SA-DATA-ULTIMO-MOVTO WAS KEPT ON EVERY ACCOUNT AND
000110*  USED BY NOTHING: ACCOUNTS SILENT FOR YEARS STILL
000120*  TOOK DEBITS AND EARNED INTEREST, AND REGULATION
000130*  REQUIRES THEM TO BE CLASSIFIED AND REPORTED.  THIS
000140*  RUN, MADE AFTER THE POSTING RUN (AULA1) OF THE
000150*  DATE ON THE PARAMETER CARD (DORMPARM), WALKS THE
000160*  BALANCE MASTER AND:
000170*    1. MARKS DORMANT (SA-SITUACAO D) EVERY ACTIVE
000180*       ACCOUNT WITH NO MOVEMENT FOR MORE THAN THE
000190*       CARD'S NUMBER OF MONTHS, WRITING ONE SALDMANT
000200*       LINE (ACTION D, OPERATOR AULA19) FOR EACH;
000210*    2. LISTS EVERY DORMANT ACCOUNT WITH ITS BALANCE,
000220*       AND THE TOTAL HELD ON DORMANT ACCOUNTS;
000230*    3. LISTS THE ACTIVE ACCOUNTS THAT WILL GO
000240*       DORMANT WITHIN THE CARD'S WARNING MONTHS, SO
000250*       THE BRANCHES CAN CONTACT THE CUSTOMERS FIRST.
000260*  ALL THREE GO ON THE DORMANCY REPORT (RELDORM).
000270*  "MORE THAN N MONTHS" IS COUNTED BY CALENDAR MONTH
000280*  FROM THE CARD'S DATE, KEEPING THE DAY (OR THE
000290*  MONTH'S LAST DAY WHEN IT HAS NO SUCH DAY, AS AULA16
000300*  ROLLS MONTHLY ORDERS): AN ACCOUNT IS DORMANT WHEN
000310*  ITS LAST MOVEMENT IS BEFORE THAT DAY N MONTHS
000320*  EARLIER.  INTEREST CREDITS DO NOT COUNT AS
000330*  MOVEMENT - AULA1 LEAVES THE DATE ALONE FOR
000340*  THEM.  A DORMANT ACCOUNT TAKES CREDITS
000350*  BUT NO DEBITS IN AULA1 AND EARNS AT THE DORMANT
000360*  TIERS OF THE RATE TABLE IN AULA12; IT RETURNS TO
000370*  ACTIVE ONLY THROUGH A REACTIVATION REQUESTED IN
000380*  AULA6 AND APPROVED IN AULA13.  CLOSED ACCOUNTS ARE
000390*  PASSED OVER.
000400*  AN ACTIVE ACCOUNT WITH NO USABLE LAST-MOVEMENT
000410*  DATE CANNOT BE JUDGED: IT IS LISTED AS AN
000420*  EXCEPTION AND LEFT ACTIVE, AND THE RUN ENDS RC 4.
000430*  A RERUN FOR THE SAME DATE MARKS NOTHING TWICE -
000440*  ONLY ACTIVE ACCOUNTS ARE CANDIDATES.
000450*-----------------------------------------------------
000460*  MODIFICATION HISTORY
000470*  DATE       INIT  DESCRIPTION
000480*  2026-10-15 RLH   ORIGINAL PROGRAM.
000490*  2026-10-15 RLH   THE OPEN OF THE REPORT (RELDORM) IS
000500*                   NOW CHECKED LIKE THE OTHER FILES',
000510*                   AND THE SECTION TOTAL IS TESTED FOR
000520*                   PAGE OVERFLOW LIKE THE DETAIL LINES.
000530*****************************************************
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT DORMPARM ASSIGN TO "DORMPARM"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-DORMPARM-STATUS.
000600     SELECT SALDOFILE ASSIGN TO "SALDOFILE"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS SA-CONTA
000640         FILE STATUS IS WS-SALDOFILE-STATUS.
000650     SELECT SALDMANT ASSIGN TO "SALDMANT"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-SALDMANT-STATUS.
000680     SELECT RELDORM ASSIGN TO "RELDORM"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-RELDORM-STATUS.
000710     SELECT EXECLOG ASSIGN TO "EXECLOG"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-EXECLOG-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  DORMPARM
000770     LABEL RECORDS ARE STANDARD
000780     RECORDING MODE IS F.
000790     COPY DORMPREC.
000800 FD  SALDOFILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY SALDOREC.
000830 FD  SALDMANT
000840     LABEL RECORDS ARE STANDARD
000850     RECORDING MODE IS F.
000860     COPY MANTREC.
000870 FD  RELDORM
000880     LABEL RECORDS ARE STANDARD
000890     RECORDING MODE IS F.
000900 01  REL-REGISTRO             PIC X(132).
000910 FD  EXECLOG
000920     LABEL RECORDS ARE STANDARD
000930     RECORDING MODE IS F.
000940     COPY EXECREC.
000950 WORKING-STORAGE SECTION.
000960*****************************************************
000970*  SWITCHES AND FILE STATUS
000980*****************************************************
000990 77  WS-SALDOS-FIM-SW         PIC X(01) VALUE "N".
001000     88  WS-SALDOS-FIM                  VALUE "Y".
001010 77  WS-DATA-MOVTO-SW         PIC X(01) VALUE "N".
001020     88  WS-DATA-MOVTO-INVALIDA         VALUE "Y".
001030 77  WS-DORMPARM-STATUS       PIC X(02) VALUE "00".
001040 77  WS-SALDOFILE-STATUS      PIC X(02) VALUE "00".
001050 77  WS-SALDMANT-STATUS       PIC X(02) VALUE "00".
001060 77  WS-RELDORM-STATUS        PIC X(02) VALUE "00".
001070*****************************************************
001080*  RUN DATE AND TIME - STAMPED ON THE SALDMANT LINES
001090*****************************************************
001100 77  WS-DATA-SISTEMA          PIC 9(08) VALUE ZERO.
001110 01  WS-HORA-SISTEMA          PIC 9(08) VALUE ZERO.
001120 01  WS-HORA-SISTEMA-X REDEFINES WS-HORA-SISTEMA.
001130     05  WS-HORA-HHMMSS       PIC 9(06).
001140     05  FILLER               PIC 9(02).
001150*****************************************************
001160*  THE TWO CUT-OFF DATES.  A LAST MOVEMENT BEFORE
001170*  WS-LIMITE-DORMENCIA MAKES THE ACCOUNT DORMANT;
001180*  ONE BEFORE WS-LIMITE-AVISO (BUT NOT BEFORE THE
001190*  FIRST) PUTS IT ON THE WARNING LIST.  DATES ARE
001200*  COMPARED AS AAAAMMDD NUMBERS.
001210*****************************************************
001220 77  WS-LIMITE-DORMENCIA      PIC 9(08) VALUE ZERO.
001230 77  WS-LIMITE-AVISO          PIC 9(08) VALUE ZERO.
001240 77  WS-MESES-ATE-AVISO       PIC 9(03) VALUE ZERO.
001250*    DESLOCA-MESES WORK AREA: WS-DM-DATA MOVED BY
001260*    WS-DM-MESES CALENDAR MONTHS (NEGATIVE = BACK),
001270*    THE DAY KEPT OR CUT BACK TO THE MONTH'S LAST.
001280 01  WS-DM-DATA               PIC 9(08) VALUE ZERO.
001290 01  WS-DM-DATA-PARTES REDEFINES WS-DM-DATA.
001300     05  WS-DM-ANO            PIC 9(04).
001310     05  WS-DM-MES            PIC 9(02).
001320     05  WS-DM-DIA            PIC 9(02).
001330 77  WS-DM-MESES              PIC S9(04) COMP VALUE ZERO.
001340 77  WS-DM-TOTAL-MESES        PIC S9(07) COMP VALUE ZERO.
001350 77  WS-DM-RESTO              PIC 9(02) COMP VALUE ZERO.
001360 77  WS-DIAS-NO-MES           PIC 9(02) VALUE ZERO.
001370 77  WS-QUOCIENTE             PIC 9(04) COMP VALUE ZERO.
001380 77  WS-RESTO-4               PIC 9(03) COMP VALUE ZERO.
001390 77  WS-RESTO-100             PIC 9(03) COMP VALUE ZERO.
001400 77  WS-RESTO-400             PIC 9(03) COMP VALUE ZERO.
001410 01  WS-DIAS-MES-VALORES.
001420     05  FILLER               PIC X(24) VALUE
001430         "312831303130313130313031".
001440 01  WS-DIAS-MES-TAB REDEFINES WS-DIAS-MES-VALORES.
001450     05  WS-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.
001460*****************************************************
001470*  RUN TOTALS
001480*****************************************************
001490 77  WS-CONT-CONTAS-LIDAS     PIC 9(07) COMP VALUE ZERO.
001500 77  WS-CONT-MARCADAS         PIC 9(07) COMP VALUE ZERO.
001510 77  WS-CONT-DORMENTES        PIC 9(07) COMP VALUE ZERO.
001520 77  WS-CONT-AVISOS           PIC 9(07) COMP VALUE ZERO.
001530 77  WS-CONT-EXCECOES         PIC 9(07) COMP VALUE ZERO.
001540 77  WS-CONT-SECAO            PIC 9(07) COMP VALUE ZERO.
001550 77  WS-SOMA-DORMENTES        PIC S9(15)V99 COMP-3 VALUE ZERO.
001560 77  WS-SOMA-MARCADAS         PIC S9(15)V99 COMP-3 VALUE ZERO.
001570 77  WS-SOMA-AVISOS           PIC S9(15)V99 COMP-3 VALUE ZERO.
001580 77  WS-TOTAL-EDITADO         PIC -Z(14)9.99.
001590*****************************************************
001600*  PAGE CONTROL AND PRINT LINES
001610*****************************************************
001620 77  WS-LINHAS-POR-PAGINA     PIC 9(02) COMP VALUE 55.
001630 77  WS-CONTADOR-LINHAS       PIC 9(02) COMP VALUE ZERO.
001640 77  WS-CONTADOR-PAGINAS      PIC 9(05) COMP VALUE ZERO.
001650 77  WS-TITULO-SECAO          PIC X(44) VALUE SPACES.
001660 01  WS-CABECALHO-1.
001670     05  FILLER               PIC X(34) VALUE
001680         "CONTROLE DE CONTAS DORMENTES      ".
001690     05  FILLER               PIC X(06) VALUE "DATA: ".
001700     05  WS-CAB-DATA          PIC 9(08).
001710     05  FILLER               PIC X(10) VALUE "  PAGINA: ".
001720     05  WS-CAB-PAGINA        PIC ZZZZ9.
001730 01  WS-CABECALHO-2.
001740     05  FILLER               PIC X(20) VALUE
001750         "PRAZO DE DORMENCIA: ".
001760     05  WS-CAB-MESES         PIC ZZ9.
001770     05  FILLER               PIC X(24) VALUE
001780         " MESES  SEM MOVTO ANTES ".
001790     05  WS-CAB-LIMITE        PIC 9(08).
001800     05  FILLER               PIC X(10) VALUE "  AVISO: ".
001810     05  WS-CAB-AVISO         PIC Z9.
001820     05  FILLER               PIC X(06) VALUE " MESES".
001830 01  WS-CABECALHO-3.
001840     05  FILLER               PIC X(02) VALUE SPACES.
001850     05  WS-CAB-SECAO         PIC X(44).
001860 01  WS-CABECALHO-4.
001870     05  FILLER               PIC X(02) VALUE SPACES.
001880     05  FILLER               PIC X(10) VALUE "CONTA".
001890     05  FILLER               PIC X(12) VALUE "ULT. MOVTO".
001900     05  FILLER               PIC X(20) VALUE
001910         "               SALDO".
001920     05  FILLER               PIC X(04) VALUE SPACES.
001930     05  WS-CAB-COLUNA        PIC X(30).
001940 01  WS-CABECALHO-5.
001950     05  FILLER               PIC X(112) VALUE ALL "-".
001960 01  WS-LINHA-CONTA.
001970     05  FILLER               PIC X(02) VALUE SPACES.
001980     05  WS-LIN-CONTA         PIC 9(08).
001990     05  FILLER               PIC X(02) VALUE SPACES.
002000     05  WS-LIN-ULTIMO-MOVTO  PIC 9(08).
002010     05  FILLER               PIC X(04) VALUE SPACES.
002020     05  WS-LIN-SALDO         PIC -Z(15)9.99.
002030     05  FILLER               PIC X(04) VALUE SPACES.
002040     05  WS-LIN-OBSERVACAO    PIC X(30).
002050 01  WS-LINHA-TOTAL.
002060     05  FILLER               PIC X(02) VALUE SPACES.
002070     05  FILLER               PIC X(08) VALUE "TOTAL: ".
002080     05  WS-TOT-QTD           PIC Z(6)9.
002090     05  FILLER               PIC X(09) VALUE " CONTAS  ".
002100     05  WS-TOT-SALDO         PIC -Z(14)9.99.
002110 01  WS-LINHA-TEXTO.
002120     05  FILLER               PIC X(02) VALUE SPACES.
002130     05  WS-TXT-TEXTO         PIC X(70).
002140*    THE SALDMANT REASON AND THE REPORT NOTE FOR A
002150*    NEWLY DORMANT ACCOUNT.
002160 01  WS-MOTIVO-DORMENCIA.
002170     05  FILLER               PIC X(21) VALUE
002180         "SEM MOVTO HA MAIS DE ".
002190     05  WS-MOT-MESES         PIC ZZ9.
002200     05  FILLER               PIC X(06) VALUE " MESES".
002210 01  WS-OBSERVACAO-AVISO.
002220     05  FILLER               PIC X(14) VALUE
002230         "DORMENTE APOS ".
002240     05  WS-OBS-DATA          PIC 9(08).
002250*****************************************************
002260*  CYCLE RUN LEDGER (EXECLOG)
002270*****************************************************
002280 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
002290 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
002300 77  WS-EXECLOG-EOF-SW        PIC X(01) VALUE "N".
002310     88  WS-FIM-EXECLOG                VALUE "Y".
002320 77  WS-PRE-PROGRAMA          PIC X(08) VALUE SPACES.
002330 77  WS-PRE-SITUACAO          PIC X(01) VALUE SPACE.
002340     88  WS-PRE-NAO-EXECUTADO          VALUE SPACE.
002350     88  WS-PRE-EM-ANDAMENTO           VALUE "I".
002360     88  WS-PRE-CONCLUIDO              VALUE "F".
002370 77  WS-PRE-RC                PIC 9(02) VALUE ZERO.
002380 01  WS-EL-HORA-SISTEMA.
002390     05  WS-EL-HHMMSS         PIC 9(06).
002400     05  FILLER               PIC 9(02).
002410 01  WS-PRE-REFERENCIA        PIC 9(08) VALUE ZERO.
002420 01  WS-PRE-REF-PARTES REDEFINES WS-PRE-REFERENCIA.
002430     05  WS-PRE-REF-PERIODO   PIC 9(06).
002440     05  WS-PRE-REF-DIA       PIC 9(02).
002450 01  WS-PRE-MENSAGEM.
002460     05  WS-PM-PROGRAMA       PIC X(08).
002470     05  FILLER               PIC X(01) VALUE SPACE.
002480     05  WS-PM-REFERENCIA     PIC 9(08).
002490     05  FILLER               PIC X(01) VALUE SPACE.
002500     05  WS-PM-ESTADO         PIC X(12).
002510     05  WS-PM-ESTADO-RC REDEFINES WS-PM-ESTADO.
002520         10  FILLER           PIC X(03).
002530         10  WS-PM-RC         PIC 9(02).
002540         10  FILLER           PIC X(07).
002550     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
002560
002570 PROCEDURE DIVISION.
002580*****************************************************
002590*  INICIALIZACAO - READS THE CARD, WORKS OUT THE
002600*  CUT-OFF DATES, CHECKS THE POSTING RUN OF THE DATE
002610*  HAS ENDED, AND PRINTS THE THREE SECTIONS, ONE
002620*  PASS OF THE MASTER EACH.  THE MARKING PASS COMES
002630*  FIRST SO THE STOCK LISTED AFTER IT IS CURRENT.
002640*****************************************************
002650 INICIALIZACAO.
002660     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
002670     ACCEPT WS-HORA-SISTEMA FROM TIME.
002680     PERFORM LE-PARAMETROS.
002690     PERFORM CALCULA-LIMITES.
002700     PERFORM VERIFICA-PRE-REQUISITOS.
002710     PERFORM REGISTRA-INICIO.
002720     PERFORM ABRE-ARQUIVOS.
002730     MOVE "CONTAS MARCADAS DORMENTES NESTA EXECUCAO"
002740         TO WS-TITULO-SECAO.
002750     MOVE "MOTIVO" TO WS-CAB-COLUNA.
002760     PERFORM INICIA-SECAO.
002770     PERFORM INICIA-VARREDURA.
002780     PERFORM MARCA-DORMENTE
002790         UNTIL WS-SALDOS-FIM.
002800     MOVE WS-CONT-MARCADAS TO WS-TOT-QTD.
002810     MOVE WS-SOMA-MARCADAS TO WS-TOT-SALDO.
002820     PERFORM ENCERRA-SECAO.
002830     MOVE "ESTOQUE DE CONTAS DORMENTES" TO WS-TITULO-SECAO.
002840     MOVE SPACES TO WS-CAB-COLUNA.
002850     PERFORM INICIA-SECAO.
002860     PERFORM INICIA-VARREDURA.
002870     PERFORM LISTA-DORMENTE
002880         UNTIL WS-SALDOS-FIM.
002890     MOVE WS-CONT-DORMENTES TO WS-TOT-QTD.
002900     MOVE WS-SOMA-DORMENTES TO WS-TOT-SALDO.
002910     PERFORM ENCERRA-SECAO.
002920     MOVE "CONTAS PROXIMAS DA DORMENCIA"
002930         TO WS-TITULO-SECAO.
002940     MOVE "PREVISAO" TO WS-CAB-COLUNA.
002950     PERFORM INICIA-SECAO.
002960     IF DM-MESES-AVISO = ZERO
002970         MOVE "AVISO NAO SOLICITADO NO CARTAO DE PARAMETROS"
002980             TO WS-TXT-TEXTO
002990         WRITE REL-REGISTRO FROM WS-LINHA-TEXTO
003000             AFTER ADVANCING 1 LINE
003010     ELSE
003020         PERFORM INICIA-VARREDURA
003030         PERFORM LISTA-AVISO
003040             UNTIL WS-SALDOS-FIM
003050         MOVE WS-CONT-AVISOS TO WS-TOT-QTD
003060         MOVE WS-SOMA-AVISOS TO WS-TOT-SALDO
003070         PERFORM ENCERRA-SECAO
003080     END-IF.
003090     PERFORM FINALIZA-PROGRAMA.
003100
003110*****************************************************
003120*  LE-PARAMETROS - THE CARD MUST BE PRESENT AND
003130*  SENSIBLE: A DATE, A DORMANCY PERIOD OF AT LEAST
003140*  ONE MONTH, AND A WARNING PERIOD SHORTER THAN IT.
003150*  MARKING ACCOUNTS ON A GUESSED PERIOD WOULD BLOCK
003160*  CUSTOMERS' DEBITS FOR NOTHING.
003170*****************************************************
003180 LE-PARAMETROS.
003190     OPEN INPUT DORMPARM.
003200     IF WS-DORMPARM-STATUS NOT = "00"
003210         DISPLAY "ERRO - CARTAO DE PARAMETROS (DORMPARM) "
003220             "INDISPONIVEL, STATUS " WS-DORMPARM-STATUS
003230         MOVE 12 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260     READ DORMPARM
003270         AT END
003280             DISPLAY "ERRO - CARTAO DE PARAMETROS VAZIO"
003290             CLOSE DORMPARM
003300             MOVE 12 TO RETURN-CODE
003310             STOP RUN
003320     END-READ.
003330     CLOSE DORMPARM.
003340     IF DM-DATA-PROCESSAMENTO NOT NUMERIC
003350         OR DM-DATA-MM < "01" OR DM-DATA-MM > "12"
003360         OR DM-DATA-DD < "01" OR DM-DATA-DD > "31"
003370         DISPLAY "ERRO - DATA DE PROCESSAMENTO INVALIDA"
003380         MOVE 12 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     IF DM-MESES-DORMENCIA NOT NUMERIC
003420         OR DM-MESES-DORMENCIA = ZERO
003430         OR DM-MESES-AVISO NOT NUMERIC
003440         OR DM-MESES-AVISO NOT < DM-MESES-DORMENCIA
003450         DISPLAY "ERRO - PRAZOS DO CARTAO DE PARAMETROS "
003460             "INVALIDOS"
003470         MOVE 12 TO RETURN-CODE
003480         STOP RUN
003490     END-IF.
003500
003510*****************************************************
003520*  CALCULA-LIMITES - THE DORMANCY CUT-OFF IS THE
003530*  CARD'S DATE MOVED BACK THE DORMANCY MONTHS; THE
003540*  WARNING CUT-OFF IS MOVED BACK THE WARNING MONTHS
003550*  LESS, SO IT CATCHES WHO CROSSES THE LINE WITHIN
003560*  THE WARNING PERIOD.
003570*****************************************************
003580 CALCULA-LIMITES.
003590     MOVE DM-DATA-PROCESSAMENTO TO WS-DM-DATA.
003600     COMPUTE WS-DM-MESES = ZERO - DM-MESES-DORMENCIA.
003610     PERFORM DESLOCA-MESES.
003620     MOVE WS-DM-DATA TO WS-LIMITE-DORMENCIA.
003630     SUBTRACT DM-MESES-AVISO FROM DM-MESES-DORMENCIA
003640         GIVING WS-MESES-ATE-AVISO.
003650     MOVE DM-DATA-PROCESSAMENTO TO WS-DM-DATA.
003660     COMPUTE WS-DM-MESES = ZERO - WS-MESES-ATE-AVISO.
003670     PERFORM DESLOCA-MESES.
003680     MOVE WS-DM-DATA TO WS-LIMITE-AVISO.
003690     DISPLAY "DORMENTE SE SEM MOVIMENTO DESDE ANTES DE "
003700         WS-LIMITE-DORMENCIA.
003710
003720*****************************************************
003730*  DESLOCA-MESES - MOVES WS-DM-DATA BY WS-DM-MESES
003740*  CALENDAR MONTHS BY COUNTING MONTHS FROM YEAR ZERO,
003750*  KEEPING THE DAY UNLESS THE NEW MONTH IS SHORTER.
003760*  THE CALLER HAS VALIDATED THE MONTH.
003770*****************************************************
003780 DESLOCA-MESES.
003790     COMPUTE WS-DM-TOTAL-MESES =
003800         WS-DM-ANO * 12 + WS-DM-MES - 1 + WS-DM-MESES.
003810     DIVIDE WS-DM-TOTAL-MESES BY 12
003820         GIVING WS-DM-ANO REMAINDER WS-DM-RESTO.
003830     ADD 1 WS-DM-RESTO GIVING WS-DM-MES.
003840     PERFORM CALCULA-DIAS-NO-MES.
003850     IF WS-DM-DIA > WS-DIAS-NO-MES
003860         MOVE WS-DIAS-NO-MES TO WS-DM-DIA
003870     END-IF.
003880
003890*****************************************************
003900*  CALCULA-DIAS-NO-MES - DAYS IN THE MONTH OF
003910*  WS-DM-DATA, 29 FOR FEBRUARY OF A LEAP YEAR, AS IN
003920*  AULA16.
003930*****************************************************
003940 CALCULA-DIAS-NO-MES.
003950     MOVE WS-DIAS-MES (WS-DM-MES) TO WS-DIAS-NO-MES.
003960     IF WS-DM-MES = 2
003970         DIVIDE WS-DM-ANO BY 4 GIVING WS-QUOCIENTE
003980             REMAINDER WS-RESTO-4
003990         DIVIDE WS-DM-ANO BY 100 GIVING WS-QUOCIENTE
004000             REMAINDER WS-RESTO-100
004010         DIVIDE WS-DM-ANO BY 400 GIVING WS-QUOCIENTE
004020             REMAINDER WS-RESTO-400
004030         IF WS-RESTO-4 = ZERO
004040             AND (WS-RESTO-100 NOT = ZERO
004050                  OR WS-RESTO-400 = ZERO)
004060             MOVE 29 TO WS-DIAS-NO-MES
004070         END-IF
004080     END-IF.
004090
004100*****************************************************
004110*  VERIFICA-PRE-REQUISITOS - THE DATE'S MOVEMENTS
004120*  MUST ALL BE ON THE MASTER BEFORE ANYONE IS JUDGED
004130*  SILENT, SO THE POSTING RUN (AULA1) OF THE DATE
004140*  MUST HAVE ENDED.  RC 4 (REJECTS) AND RC 8 (A
004150*  BATCH HELD WHOLE) ARE COMPLETED RUNS, AS FOR
004160*  AULA5.
004170*****************************************************
004180 VERIFICA-PRE-REQUISITOS.
004190     MOVE "AULA1" TO WS-PRE-PROGRAMA.
004200     MOVE DM-DATA-PROCESSAMENTO TO WS-PRE-REFERENCIA.
004210     PERFORM CONSULTA-EXECLOG.
004220     IF NOT WS-PRE-CONCLUIDO
004230             OR WS-PRE-RC > 8
004240         PERFORM DESCREVE-PRE-REQUISITO
004250         DISPLAY "A DORMENCIA EXIGE A POSTAGEM (AULA1) "
004260             "DA DATA CONCLUIDA"
004270         PERFORM RECUSA-EXECUCAO
004280     END-IF.
004290
004300*****************************************************
004310*  ABRE-ARQUIVOS - THE MASTER FOR UPDATE, THE
004320*  MAINTENANCE TRAIL FOR APPEND (CREATED ON ITS
004330*  FIRST USE, AS IN AULA8) AND THE REPORT.  A MASTER
004340*  THAT WILL NOT OPEN STOPS THE RUN - THIS PROGRAM
004350*  NEVER CREATES ONE.
004360*****************************************************
004370 ABRE-ARQUIVOS.
004380     OPEN I-O SALDOFILE.
004390     IF WS-SALDOFILE-STATUS NOT = "00"
004400         DISPLAY "ERRO - MASTER DE SALDOS INDISPONIVEL, "
004410             "STATUS " WS-SALDOFILE-STATUS
004420         MOVE 12 TO RETURN-CODE
004430         STOP RUN
004440     END-IF.
004450     OPEN EXTEND SALDMANT.
004460     IF WS-SALDMANT-STATUS = "35" OR "05"
004470         OPEN OUTPUT SALDMANT
004480     END-IF.
004490     IF WS-SALDMANT-STATUS NOT = "00"
004500         DISPLAY "ERRO - TRILHA DE MANUTENCAO "
004510             "INDISPONIVEL, STATUS " WS-SALDMANT-STATUS
004520         CLOSE SALDOFILE
004530         MOVE 12 TO RETURN-CODE
004540         STOP RUN
004550     END-IF.
004560     OPEN OUTPUT RELDORM.
004570     IF WS-RELDORM-STATUS NOT = "00"
004580         DISPLAY "ERRO - RELATORIO DE DORMENCIA (RELDORM) "
004590             "INDISPONIVEL, STATUS " WS-RELDORM-STATUS
004600         MOVE 12 TO RETURN-CODE
004610         STOP RUN
004620     END-IF.
004630
004640*****************************************************
004650*  INICIA-VARREDURA / LE-PROXIMO-SALDO - ONE
004660*  SEQUENTIAL PASS OF THE BALANCE MASTER IN KEY
004670*  ORDER, AS IN AULA12.
004680*****************************************************
004690 INICIA-VARREDURA.
004700     MOVE "N" TO WS-SALDOS-FIM-SW.
004710     MOVE ZERO TO SA-CONTA.
004720     START SALDOFILE KEY NOT < SA-CONTA
004730         INVALID KEY
004740             SET WS-SALDOS-FIM TO TRUE
004750     END-START.
004760     PERFORM LE-PROXIMO-SALDO.
004770
004780 LE-PROXIMO-SALDO.
004790     IF NOT WS-SALDOS-FIM
004800         READ SALDOFILE NEXT RECORD
004810             AT END
004820                 SET WS-SALDOS-FIM TO TRUE
004830         END-READ
004840     END-IF.
004850
004860*****************************************************
004870*  MARCA-DORMENTE - FIRST PASS.  ONLY ACTIVE
004880*  ACCOUNTS ARE CANDIDATES; ONE WITH NO USABLE DATE
004890*  IS AN EXCEPTION, ONE SILENT SINCE BEFORE THE
004900*  CUT-OFF IS MARKED.
004910*****************************************************
004920 MARCA-DORMENTE.
004930     ADD 1 TO WS-CONT-CONTAS-LIDAS.
004940     IF SA-SITUACAO-ATIVA
004950         PERFORM VALIDA-DATA-MOVTO
004960         IF WS-DATA-MOVTO-INVALIDA
004970             PERFORM APONTA-SEM-DATA
004980         ELSE
004990             IF SA-DATA-ULTIMO-MOVTO < WS-LIMITE-DORMENCIA
005000                 PERFORM TORNA-DORMENTE
005010             END-IF
005020         END-IF
005030     END-IF.
005040     PERFORM LE-PROXIMO-SALDO.
005050
005060*    A DATE THAT IS NOT NUMERIC OR HAS NO REAL MONTH
005070*    CAN BE NEITHER COMPARED NOR MOVED ON.
005080 VALIDA-DATA-MOVTO.
005090     MOVE "N" TO WS-DATA-MOVTO-SW.
005100     IF SA-DATA-ULTIMO-MOVTO NOT NUMERIC
005110         SET WS-DATA-MOVTO-INVALIDA TO TRUE
005120     ELSE
005130         MOVE SA-DATA-ULTIMO-MOVTO TO WS-DM-DATA
005140         IF WS-DM-MES < 1 OR WS-DM-MES > 12
005150             SET WS-DATA-MOVTO-INVALIDA TO TRUE
005160         END-IF
005170     END-IF.
005180
005190 APONTA-SEM-DATA.
005200     ADD 1 TO WS-CONT-EXCECOES.
005210     DISPLAY "AVISO - CONTA " SA-CONTA " SEM DATA DE "
005220         "ULTIMO MOVIMENTO VALIDA - NAO AVALIADA".
005230     MOVE "DATA DE MOVTO INVALIDA"
005240         TO WS-LIN-OBSERVACAO.
005250     PERFORM IMPRIME-CONTA.
005260
005270*****************************************************
005280*  TORNA-DORMENTE - REWRITES THE ACCOUNT DORMANT AND
005290*  LOGS THE CHANGE OF STATUS TO THE MAINTENANCE
005300*  TRAIL WITH THE BALANCE AS IT STANDS, BEFORE AND
005310*  AFTER, AS A CLOSURE IS LOGGED.  A FAILED REWRITE
005320*  IS AN EXCEPTION AND LOGS NOTHING.
005330*****************************************************
005340 TORNA-DORMENTE.
005350     MOVE "D" TO SA-SITUACAO.
005360     REWRITE SA-REGISTRO-SALDO
005370         INVALID KEY
005380             ADD 1 TO WS-CONT-EXCECOES
005390             DISPLAY "AVISO - FALHA AO REGRAVAR CONTA "
005400                 SA-CONTA ", STATUS " WS-SALDOFILE-STATUS
005410         NOT INVALID KEY
005420             PERFORM GRAVA-MANUTENCAO
005430             ADD 1 TO WS-CONT-MARCADAS
005440             ADD SA-SALDO TO WS-SOMA-MARCADAS
005450             MOVE WS-MOTIVO-DORMENCIA TO WS-LIN-OBSERVACAO
005460             PERFORM IMPRIME-CONTA
005470     END-REWRITE.
005480
005490 GRAVA-MANUTENCAO.
005500     MOVE DM-MESES-DORMENCIA TO WS-MOT-MESES.
005510     MOVE SPACES TO MN-REGISTRO-MANUTENCAO.
005520     MOVE WS-DATA-SISTEMA TO MN-DATA.
005530     MOVE WS-HORA-HHMMSS TO MN-HORA.
005540     MOVE "AULA19" TO MN-OPERADOR.
005550     MOVE "D" TO MN-ACAO.
005560     MOVE SA-CONTA TO MN-CONTA.
005570     MOVE SA-SALDO TO MN-VALOR-ANTERIOR.
005580     MOVE SA-SALDO TO MN-VALOR-NOVO.
005590     MOVE "DORM" TO MN-CODIGO-MOTIVO.
005600     MOVE WS-MOTIVO-DORMENCIA TO MN-MOTIVO.
005610     WRITE MN-REGISTRO-MANUTENCAO.
005620
005630*****************************************************
005640*  LISTA-DORMENTE - SECOND PASS: EVERY DORMANT
005650*  ACCOUNT, INCLUDING THOSE JUST MARKED, WITH ITS
005660*  BALANCE.
005670*****************************************************
005680 LISTA-DORMENTE.
005690     IF SA-SITUACAO-DORMENTE
005700         ADD 1 TO WS-CONT-DORMENTES
005710         ADD SA-SALDO TO WS-SOMA-DORMENTES
005720         MOVE SPACES TO WS-LIN-OBSERVACAO
005730         PERFORM IMPRIME-CONTA
005740     END-IF.
005750     PERFORM LE-PROXIMO-SALDO.
005760
005770*****************************************************
005780*  LISTA-AVISO - THIRD PASS: ACTIVE ACCOUNTS STILL
005790*  INSIDE THE DORMANCY PERIOD BUT SILENT SINCE BEFORE
005800*  THE WARNING CUT-OFF, WITH THE DATE AFTER WHICH
005810*  THEY WILL BE MARKED IF NOTHING MOVES - THE LAST
005820*  MOVEMENT MOVED ON THE DORMANCY MONTHS.
005830*****************************************************
005840 LISTA-AVISO.
005850     MOVE "Y" TO WS-DATA-MOVTO-SW.
005860     IF SA-SITUACAO-ATIVA
005870         PERFORM VALIDA-DATA-MOVTO
005880     END-IF.
005890     IF NOT WS-DATA-MOVTO-INVALIDA
005900             AND SA-DATA-ULTIMO-MOVTO NOT < WS-LIMITE-DORMENCIA
005910             AND SA-DATA-ULTIMO-MOVTO < WS-LIMITE-AVISO
005920         ADD 1 TO WS-CONT-AVISOS
005930         ADD SA-SALDO TO WS-SOMA-AVISOS
005940         MOVE SA-DATA-ULTIMO-MOVTO TO WS-DM-DATA
005950         MOVE DM-MESES-DORMENCIA TO WS-DM-MESES
005960         PERFORM DESLOCA-MESES
005970         MOVE WS-DM-DATA TO WS-OBS-DATA
005980         MOVE WS-OBSERVACAO-AVISO TO WS-LIN-OBSERVACAO
005990         PERFORM IMPRIME-CONTA
006000     END-IF.
006010     PERFORM LE-PROXIMO-SALDO.
006020
006030*****************************************************
006040*  IMPRIME-CABECALHO / INICIA-SECAO / ENCERRA-SECAO -
006050*  PAGE HEADING AND SECTION FRAMING, AS IN AULA14.
006060*****************************************************
006070 IMPRIME-CABECALHO.
006080     ADD 1 TO WS-CONTADOR-PAGINAS.
006090     MOVE DM-DATA-PROCESSAMENTO TO WS-CAB-DATA.
006100     MOVE WS-CONTADOR-PAGINAS TO WS-CAB-PAGINA.
006110     IF WS-CONTADOR-PAGINAS = 1
006120         WRITE REL-REGISTRO FROM WS-CABECALHO-1
006130             AFTER ADVANCING 1 LINE
006140     ELSE
006150         WRITE REL-REGISTRO FROM WS-CABECALHO-1
006160             AFTER ADVANCING PAGE
006170     END-IF.
006180     MOVE DM-MESES-DORMENCIA TO WS-CAB-MESES.
006190     MOVE WS-LIMITE-DORMENCIA TO WS-CAB-LIMITE.
006200     MOVE DM-MESES-AVISO TO WS-CAB-AVISO.
006210     WRITE REL-REGISTRO FROM WS-CABECALHO-2
006220         AFTER ADVANCING 1 LINE.
006230     MOVE WS-TITULO-SECAO TO WS-CAB-SECAO.
006240     WRITE REL-REGISTRO FROM WS-CABECALHO-3
006250         AFTER ADVANCING 2 LINES.
006260     WRITE REL-REGISTRO FROM WS-CABECALHO-4
006270         AFTER ADVANCING 1 LINE.
006280     WRITE REL-REGISTRO FROM WS-CABECALHO-5
006290         AFTER ADVANCING 1 LINE.
006300     MOVE 6 TO WS-CONTADOR-LINHAS.
006310
006320 INICIA-SECAO.
006330     MOVE ZERO TO WS-CONT-SECAO.
006340     PERFORM IMPRIME-CABECALHO.
006350
006360 ENCERRA-SECAO.
006370     IF WS-CONTADOR-LINHAS + 2 >= WS-LINHAS-POR-PAGINA
006380         PERFORM IMPRIME-CABECALHO
006390     END-IF.
006400     IF WS-CONT-SECAO = ZERO
006410         MOVE "NENHUMA CONTA" TO WS-TXT-TEXTO
006420         WRITE REL-REGISTRO FROM WS-LINHA-TEXTO
006430             AFTER ADVANCING 1 LINE
006440     END-IF.
006450     WRITE REL-REGISTRO FROM WS-LINHA-TOTAL
006460         AFTER ADVANCING 2 LINES.
006470
006480 IMPRIME-CONTA.
006490     IF WS-CONTADOR-LINHAS + 1 >= WS-LINHAS-POR-PAGINA
006500         PERFORM IMPRIME-CABECALHO
006510     END-IF.
006520     MOVE SA-CONTA TO WS-LIN-CONTA.
006530     MOVE SA-DATA-ULTIMO-MOVTO TO WS-LIN-ULTIMO-MOVTO.
006540     MOVE SA-SALDO TO WS-LIN-SALDO.
006550     WRITE REL-REGISTRO FROM WS-LINHA-CONTA
006560         AFTER ADVANCING 1 LINE.
006570     ADD 1 TO WS-CONTADOR-LINHAS.
006580     ADD 1 TO WS-CONT-SECAO.
006590
006600*****************************************************
006610*  FINALIZA-PROGRAMA - SUMMARY AND RETURN CODE: 0 =
006620*  EVERY ACTIVE ACCOUNT JUDGED, 4 = SOME COULD NOT BE
006630*  JUDGED OR REWRITTEN.
006640*****************************************************
006650 FINALIZA-PROGRAMA.
006660     CLOSE SALDOFILE SALDMANT RELDORM.
006670     DISPLAY "----------------------------------------".
006680     DISPLAY "RESUMO DA DORMENCIA - DATA "
006690         DM-DATA-PROCESSAMENTO.
006700     DISPLAY "CONTAS LIDAS        : " WS-CONT-CONTAS-LIDAS.
006710     DISPLAY "MARCADAS DORMENTES  : " WS-CONT-MARCADAS.
006720     DISPLAY "DORMENTES NO TOTAL  : " WS-CONT-DORMENTES.
006730     MOVE WS-SOMA-DORMENTES TO WS-TOTAL-EDITADO.
006740     DISPLAY "SALDO DORMENTE (BRL): " WS-TOTAL-EDITADO.
006750     DISPLAY "PROXIMAS DA DORMENC.: " WS-CONT-AVISOS.
006760     DISPLAY "EXCECOES            : " WS-CONT-EXCECOES.
006770     DISPLAY "----------------------------------------".
006780     IF WS-CONT-EXCECOES > ZERO
006790         MOVE 4 TO RETURN-CODE
006800     ELSE
006810         MOVE ZERO TO RETURN-CODE
006820     END-IF.
006830     PERFORM REGISTRA-FIM.
006840     DISPLAY "Programa finalizado!!".
006850     STOP RUN.
006860
006870*****************************************************
006880*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
006890*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
006900*  ARE ACCEPTED AND THE PREREQUISITE STEPS HAVE
006910*  BEEN FOUND COMPLETE, SO AN I WITH NO MATCHING F
006920*  MEANS THE RUN IS STILL GOING OR DIED.
006930*****************************************************
006940 REGISTRA-INICIO.
006950     PERFORM MONTA-EXECLOG.
006960     MOVE "I" TO WE-EVENTO.
006970     PERFORM GRAVA-EXECLOG.
006980
006990*****************************************************
007000*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
007010*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
007020*****************************************************
007030 REGISTRA-FIM.
007040     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
007050     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
007060     MOVE "F" TO WE-EVENTO.
007070     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
007080     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
007090     MOVE RETURN-CODE TO WE-RETURN-CODE.
007100     MOVE WS-CONT-CONTAS-LIDAS TO WE-QTD-LIDOS.
007110     MOVE WS-CONT-MARCADAS TO WE-QTD-PROCESSADOS.
007120     MOVE WS-CONT-EXCECOES TO WE-QTD-EXCECOES.
007130     PERFORM GRAVA-EXECLOG.
007140
007150 MONTA-EXECLOG.
007160     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
007170     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
007180     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
007190     MOVE "AULA19" TO WE-PROGRAMA.
007200     MOVE DM-DATA-PROCESSAMENTO TO WE-DATA-REFERENCIA.
007210     MOVE SPACES TO WE-OPERADOR.
007220     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
007230     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
007240     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
007250         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
007260
007270*****************************************************
007280*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
007290*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
007300*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
007310*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
007320*****************************************************
007330 GRAVA-EXECLOG.
007340     OPEN EXTEND EXECLOG.
007350     IF WS-EXECLOG-STATUS = "35" OR "05"
007360         OPEN OUTPUT EXECLOG
007370     END-IF.
007380     IF WS-EXECLOG-STATUS NOT = "00"
007390         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
007400             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
007410         MOVE 12 TO RETURN-CODE
007420         STOP RUN
007430     END-IF.
007440     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
007450     CLOSE EXECLOG.
007460
007470*****************************************************
007480*  CONSULTA-EXECLOG - SWEEPS THE LEDGER AND LEAVES
007490*  IN WS-PRE-SITUACAO AND WS-PRE-RC THE STATE OF THE
007500*  LATEST RUN OF WS-PRE-PROGRAMA FOR
007510*  WS-PRE-REFERENCIA: BLANK = NEVER RAN, I = STARTED
007520*  AND NEVER ENDED (STILL GOING OR ABENDED), F =
007530*  ENDED WITH WS-PRE-RC.  REFUSED ATTEMPTS NEVER RAN
007540*  AND ARE PASSED OVER.  AN ABSENT LEDGER ONLY MEANS
007550*  NOTHING HAS RUN YET.
007560*****************************************************
007570 CONSULTA-EXECLOG.
007580     MOVE SPACE TO WS-PRE-SITUACAO.
007590     MOVE ZERO TO WS-PRE-RC.
007600     PERFORM ABRE-CONSULTA-EXECLOG.
007610     PERFORM EXAMINA-EXECLOG
007620         UNTIL WS-FIM-EXECLOG.
007630     PERFORM FECHA-CONSULTA-EXECLOG.
007640
007650 EXAMINA-EXECLOG.
007660     IF EL-PROGRAMA = WS-PRE-PROGRAMA
007670             AND EL-DATA-REFERENCIA = WS-PRE-REFERENCIA
007680         IF EL-EVENTO-INICIO
007690             MOVE "I" TO WS-PRE-SITUACAO
007700             MOVE ZERO TO WS-PRE-RC
007710         END-IF
007720         IF EL-EVENTO-FIM
007730             MOVE "F" TO WS-PRE-SITUACAO
007740             MOVE EL-RETURN-CODE TO WS-PRE-RC
007750         END-IF
007760     END-IF.
007770     PERFORM LE-EXECLOG.
007780
007790 ABRE-CONSULTA-EXECLOG.
007800     MOVE "N" TO WS-EXECLOG-EOF-SW.
007810     OPEN INPUT EXECLOG.
007820     IF WS-EXECLOG-STATUS = "35"
007830         SET WS-FIM-EXECLOG TO TRUE
007840     ELSE
007850         IF WS-EXECLOG-STATUS NOT = "00"
007860             DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
007870                 "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
007880             MOVE 12 TO RETURN-CODE
007890             STOP RUN
007900         END-IF
007910         PERFORM LE-EXECLOG
007920     END-IF.
007930
007940 FECHA-CONSULTA-EXECLOG.
007950     IF WS-EXECLOG-STATUS NOT = "35"
007960         CLOSE EXECLOG
007970     END-IF.
007980
007990 LE-EXECLOG.
008000     READ EXECLOG
008010         AT END
008020             SET WS-FIM-EXECLOG TO TRUE
008030     END-READ.
008040
008050*****************************************************
008060*  DESCREVE-PRE-REQUISITO - SHOWS THE OPERATOR WHICH
008070*  STEP WAS NOT FOUND COMPLETE, AND IN WHAT STATE,
008080*  AND KEEPS THE SAME TEXT FOR THE REFUSAL RECORD.
008090*****************************************************
008100 DESCREVE-PRE-REQUISITO.
008110     MOVE WS-PRE-PROGRAMA TO WS-PM-PROGRAMA.
008120     MOVE WS-PRE-REFERENCIA TO WS-PM-REFERENCIA.
008130     EVALUATE TRUE
008140         WHEN WS-PRE-NAO-EXECUTADO
008150             MOVE "NAO EXECUTOU" TO WS-PM-ESTADO
008160         WHEN WS-PRE-EM-ANDAMENTO
008170             MOVE "INCOMPLETO" TO WS-PM-ESTADO
008180         WHEN OTHER
008190             MOVE "RC" TO WS-PM-ESTADO
008200             MOVE WS-PRE-RC TO WS-PM-RC
008210     END-EVALUATE.
008220     DISPLAY "ERRO - PRE-REQUISITO NAO ATENDIDO: "
008230         WS-PRE-MENSAGEM.
008240
008250*****************************************************
008260*  RECUSA-EXECUCAO - A PREREQUISITE STEP HAS NOT
008270*  COMPLETED ACCEPTABLY: THE REFUSAL GOES ON THE
008280*  LEDGER (R, RC 16) AND THE RUN STOPS BEFORE ANY
008290*  FILE IS TOUCHED.
008300*****************************************************
008310 RECUSA-EXECUCAO.
008320     PERFORM MONTA-EXECLOG.
008330     MOVE "R" TO WE-EVENTO.
008340     MOVE WE-DATA-INICIO TO WE-DATA-FIM.
008350     MOVE WE-HORA-INICIO TO WE-HORA-FIM.
008360     MOVE 16 TO WE-RETURN-CODE.
008370     MOVE WS-PRE-MENSAGEM TO WE-MENSAGEM.
008380     PERFORM GRAVA-EXECLOG.
008390     DISPLAY "EXECUCAO RECUSADA - RC 16".
008400     MOVE 16 TO RETURN-CODE.
008410     STOP RUN.
008420
008430 END PROGRAM aula19.
