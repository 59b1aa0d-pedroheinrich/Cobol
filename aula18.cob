000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. aula18.
000030 AUTHOR. R HEINRICH.
000040 INSTALLATION. BATCH PROCESSING CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************
000080*  AULA18 - FOREIGN-CURRENCY POSITION AND
000090*  REVALUATION.
000100*
000110*  TREASURY HAD NO VIEW OF HOW MUCH OF EACH CURRENCY
000120*  THE BOOKS CARRY NOR OF WHAT IT IS WORTH TODAY
000130*  AGAINST WHAT IT WAS BOOKED AT.  THIS PROGRAM
000140*  SWEEPS THE EXTRACT HISTORY - THE ARCHIVED EXTRACT
000150*  (EXTARQ) PLUS THE LIVE EXTRATFILE, AS AULA8 DOES -
000160*  UP TO THE REVALUATION DATE KEYED BY THE OPERATOR
000170*  AND BUILDS, PER CURRENCY, THE NET OPEN POSITION
000180*  (EX-RESULTADO) AND THE BRL IT WAS BOOKED AT
000190*  (EX-RESULTADO-BASE), BOTH SIGNED BY EX-IND-DEBITO-
000200*  CREDITO AS THE ACCOUNTS SEE THEM: CREDIT PLUS,
000210*  DEBIT MINUS.  REVERSAL AND TRANSFER LINES TAKE
000220*  PART LIKE ANY OTHER - A REVERSAL CARRIES THE
000230*  OPPOSITE DIRECTION AND THE ORIGINAL BRL, SO IT
000240*  NETS ITS ORIGINAL OUT.  BRL LINES CARRY NO
000250*  EXPOSURE.
000260*  EACH POSITION IS VALUED AT THE CAMBFILE RATE OF
000270*  THE REVALUATION DATE - THE RATE OF THAT DATE
000280*  ONLY, NEVER AN OLDER ONE - AND COMPARED WITH ITS
000290*  CARRYING VALUE: THE BOOKED BRL PLUS THE EARLIER
000300*  REVALUATIONS ALREADY POSTED TO THE CURRENCY'S
000310*  POSITION ACCOUNT (REAVPARM) VALUE-DATED ON OR
000320*  BEFORE THE REVALUATION DATE.  THE DIFFERENCE IS
000330*  THE UNREALIZED FX RESULT: A CREDIT POSITION
000340*  WORTH MORE BRL THAN IT CARRIES IS A LOSS, ONE
000350*  WORTH LESS A GAIN.  A CURRENCY WITH NO RATE FOR
000360*  THE DATE IS LISTED AS SUCH, NOT SKIPPED, AND
000370*  LEFT OUT OF THE TOTALS.
000380*  ON THE LAST DAY OF THE MONTH THE RESULT IS ALSO
000390*  WRITTEN AS A TRANSACTION BATCH FOR AULA1
000400*  (TRANREAV), BUILT AS AULA12 BUILDS TRANJUROS,
000410*  WITH ONE TRANSFER (OPERATION T) IN BRL PER
000420*  CURRENCY BETWEEN ITS POSITION ACCOUNT AND ITS FX
000430*  RESULT ACCOUNT, SO EACH ADJUSTMENT POSTS BOTH OF
000440*  ITS LEGS OR NEITHER AND THE BATCH ALWAYS
000450*  BALANCES.  BECAUSE A POSTED ADJUSTMENT RAISES
000460*  THE CARRYING VALUE, THE NEXT MONTH ONLY POSTS THE
000470*  MOVEMENT SINCE, AND A BATCH THAT WAS NEVER POSTED
000480*  IS SIMPLY CAUGHT UP BY THE NEXT ONE.  THE
000490*  INTERNAL ACCOUNTS MUST BE OPEN ON THE BALANCE
000500*  MASTER WITH A CREDIT LIMIT THAT LETS THEM GO
000510*  EITHER WAY.
000520*  THE RUN ENDS RC 4 WHEN A CURRENCY HAD NO RATE, AN
000530*  ADJUSTMENT COULD NOT BE CUT (NO ACCOUNTS ON
000540*  REAVPARM, OR TOO LARGE FOR THE TRANSACTION
000550*  FIELD) OR THE HISTORY HELD LINES IT COULD NOT
000560*  READ.
000570*-----------------------------------------------------
000580*  MODIFICATION HISTORY
000590*  DATE       INIT  DESCRIPTION
000600*  2026-10-15 RLH   ORIGINAL PROGRAM.
000610*  2026-10-15 RLH   REFUSED WITH RC 16 (R ON EXECLOG)
000620*                   UNLESS THE RATE LOAD (AULA9) OF THE
000630*                   REVALUATION DATE ENDED RC 0 AND ITS
000640*                   POSTING RUN (AULA1) RC 8 OR LESS.
000650*  2026-10-15 RLH   EARLIER ADJUSTMENTS ARE TAKEN BY
000660*                   THEIR VALUE DATE, NOT THE DATE
000670*                   THEY POSTED: A MONTH-END BATCH
000680*                   POSTS THE NEXT DAY, AND A RERUN
000690*                   FOR THE SAME MONTH END MUST SEE IT
000700*                   OR IT CUTS THE ADJUSTMENT AGAIN.
000710*****************************************************
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT REAVPARM ASSIGN TO "REAVPARM"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-REAVPARM-STATUS.
000780     SELECT EXTARQ ASSIGN TO "EXTARQ"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-EXTARQ-STATUS.
000810     SELECT EXTRATFILE ASSIGN TO "EXTRATFILE"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-EXTRATFILE-STATUS.
000840     SELECT CAMBFILE ASSIGN TO "CAMBFILE"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS CB-CHAVE
000880         FILE STATUS IS WS-CAMBFILE-STATUS.
000890     SELECT TRANREAV ASSIGN TO "TRANREAV"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-TRANREAV-STATUS.
000920     SELECT RELREAV ASSIGN TO "RELREAV"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-RELREAV-STATUS.
000950     SELECT EXECLOG ASSIGN TO "EXECLOG"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-EXECLOG-STATUS.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  REAVPARM
001010     LABEL RECORDS ARE STANDARD
001020     RECORDING MODE IS F.
001030     COPY REAVREC.
001040 FD  EXTARQ
001050     LABEL RECORDS ARE STANDARD
001060     RECORDING MODE IS F.
001070     COPY EXTRATREC REPLACING LEADING ==EX-== BY ==EA-==.
001080 FD  EXTRATFILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORDING MODE IS F.
001110     COPY EXTRATREC.
001120 FD  CAMBFILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY CAMBREC.
001150 FD  TRANREAV
001160     LABEL RECORDS ARE STANDARD
001170     RECORDING MODE IS F.
001180     COPY TRANREC REPLACING LEADING ==TR-== BY ==TN-==.
001190 FD  RELREAV
001200     LABEL RECORDS ARE STANDARD
001210     RECORDING MODE IS F.
001220 01  REL-REGISTRO             PIC X(132).
001230 FD  EXECLOG
001240     LABEL RECORDS ARE STANDARD
001250     RECORDING MODE IS F.
001260     COPY EXECREC.
001270 WORKING-STORAGE SECTION.
001280*****************************************************
001290*  SWITCHES AND FILE STATUS
001300*****************************************************
001310 77  WS-EOF-SW                PIC X(01) VALUE "N".
001320     88  WS-FIM-ARQUIVO                 VALUE "Y".
001330 77  WS-FIM-DE-MES-SW         PIC X(01) VALUE "N".
001340     88  WS-FIM-DE-MES                  VALUE "Y".
001350 77  WS-CAMBIO-SW             PIC X(01) VALUE "N".
001360     88  WS-CAMBIO-DISPONIVEL           VALUE "Y".
001370 77  WS-TAXA-SW               PIC X(01) VALUE "N".
001380     88  WS-HA-TAXA                     VALUE "Y".
001390 77  WS-REAVPARM-STATUS       PIC X(02) VALUE "00".
001400 77  WS-EXTARQ-STATUS         PIC X(02) VALUE "00".
001410 77  WS-EXTRATFILE-STATUS     PIC X(02) VALUE "00".
001420 77  WS-CAMBFILE-STATUS       PIC X(02) VALUE "00".
001430 77  WS-TRANREAV-STATUS       PIC X(02) VALUE "00".
001440 77  WS-RELREAV-STATUS        PIC X(02) VALUE "00".
001450*****************************************************
001460*  RUN CONTROLS AS KEYED BY THE OPERATOR: THE
001470*  REVALUATION DATE AND, AT MONTH END, THE BATCH
001480*  NUMBER AND FIRST TRANSACTION ID OF THE RANGE
001490*  RESERVED FOR THE ADJUSTMENTS.
001500*****************************************************
001510 77  WS-NUMERO-LOTE           PIC 9(06) VALUE ZERO.
001520 77  WS-PROXIMO-ID            PIC 9(06) VALUE ZERO.
001530 77  WS-DATA-GERACAO          PIC 9(08) VALUE ZERO.
001540 77  WS-DATA-AJUSTE           PIC 9(08) VALUE ZERO.
001550 01  WS-DATA-REAVALIACAO      PIC 9(08).
001560 01  WS-DATA-REAVALIACAO-X REDEFINES WS-DATA-REAVALIACAO.
001570     05  FILLER               PIC X(04).
001580     05  WS-REAV-MM           PIC X(02).
001590     05  WS-REAV-DD           PIC X(02).
001600 01  WS-DATA-REAVALIACAO-N REDEFINES WS-DATA-REAVALIACAO.
001610     05  WS-REAV-AAAA-N       PIC 9(04).
001620     05  WS-REAV-MM-N         PIC 9(02).
001630     05  WS-REAV-DD-N         PIC 9(02).
001640 77  WS-DIAS-NO-MES           PIC 9(02) VALUE ZERO.
001650 77  WS-QUOCIENTE             PIC 9(04) COMP VALUE ZERO.
001660 77  WS-RESTO-4               PIC 9(03) COMP VALUE ZERO.
001670 77  WS-RESTO-100             PIC 9(03) COMP VALUE ZERO.
001680 77  WS-RESTO-400             PIC 9(03) COMP VALUE ZERO.
001690 01  WS-DIAS-MES-VALORES.
001700     05  FILLER               PIC X(24) VALUE
001710         "312831303130313130313031".
001720 01  WS-DIAS-MES-TAB REDEFINES WS-DIAS-MES-VALORES.
001730     05  WS-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.
001740*****************************************************
001750*  WORK COPY OF THE EXTRACT RECORD IN HAND, SO THE
001760*  ARCHIVED AND LIVE FILES FEED ONE PARAGRAPH, AS IN
001770*  AULA8.
001780*****************************************************
001790     COPY EXTRATREC REPLACING LEADING ==EX-== BY ==WX-==.
001800*****************************************************
001810*  ONE ENTRY PER CURRENCY, IN THE ORDER FIRST MET
001820*  (THE REAVPARM CARDS FIRST): ITS ACCOUNTS (ZERO
001830*  WHEN IT HAS NO CARD), HOW MANY MOVEMENTS MADE THE
001840*  POSITION, THE POSITION IN THE CURRENCY, THE BRL IT
001850*  WAS BOOKED AT, AND THE REVALUATIONS ALREADY POSTED
001860*  TO ITS POSITION ACCOUNT.
001870*****************************************************
001880 77  WS-MAXIMO-MOEDAS         PIC 9(02) COMP VALUE 50.
001890 77  WS-MOEDA-QTD             PIC 9(02) COMP VALUE ZERO.
001900 01  WS-TABELA-MOEDAS.
001910     05  WS-MOE-ENTRADA OCCURS 50 TIMES
001920             INDEXED BY WS-MOE-IDX.
001930         10  WS-MOE-MOEDA     PIC X(03).
001940         10  WS-MOE-CONTA-POSICAO
001950                              PIC 9(08).
001960         10  WS-MOE-CONTA-RESULTADO
001970                              PIC 9(08).
001980         10  WS-MOE-QTD-MOVTOS
001990                              PIC 9(07) COMP.
002000         10  WS-MOE-POSICAO   PIC S9(13)V99 COMP-3.
002010         10  WS-MOE-CONTABIL  PIC S9(13)V99 COMP-3.
002020         10  WS-MOE-AJUSTES   PIC S9(13)V99 COMP-3.
002030*****************************************************
002040*  REVALUATION OF THE CURRENCY IN HAND.  THE
002050*  ADJUSTMENT IS COMPUTED AT FULL WIDTH AND ONLY
002060*  THEN MOVED TO THE TRANSACTION FIELD, AS IN AULA12,
002070*  SO AN AMOUNT THAT WILL NOT FIT IS CAUGHT, NOT
002080*  TRUNCATED.
002090*****************************************************
002100 77  WS-TAXA-REAVALIACAO      PIC 9(03)V9(6) VALUE ZERO.
002110 77  WS-VALOR-CONTABIL        PIC S9(15)V99 COMP-3 VALUE ZERO.
002120 77  WS-VALOR-REAVALIADO      PIC S9(15)V99 COMP-3 VALUE ZERO.
002130 77  WS-RESULTADO-CAMBIAL     PIC S9(15)V99 COMP-3 VALUE ZERO.
002140 77  WS-VALOR-AJUSTE-TRAB     PIC S9(15)V99 COMP-3 VALUE ZERO.
002150 77  WS-VALOR-AJUSTE          PIC S9(07)V99 VALUE ZERO.
002160 77  WS-CONTA-DEBITO          PIC 9(08) VALUE ZERO.
002170 77  WS-CONTA-CREDITO         PIC 9(08) VALUE ZERO.
002180*****************************************************
002190*  CONTROL TOTALS FOR THE BATCH TRAILER
002200*****************************************************
002210 77  WS-HASH-NUM1             PIC S9(11)V99 COMP-3 VALUE ZERO.
002220 77  WS-HASH-NUM2             PIC S9(11)V99 COMP-3 VALUE ZERO.
002230 77  WS-CONTADOR-DETALHES     PIC 9(07) COMP VALUE ZERO.
002240*****************************************************
002250*  RUN TOTALS
002260*****************************************************
002270 77  WS-CONT-LIDOS            PIC 9(07) COMP VALUE ZERO.
002280 77  WS-CONT-INVALIDOS        PIC 9(07) COMP VALUE ZERO.
002290 77  WS-CONT-POSICAO          PIC 9(07) COMP VALUE ZERO.
002300 77  WS-CONT-AJUSTES-ANTERIORES
002310                              PIC 9(07) COMP VALUE ZERO.
002320 77  WS-CONT-SEM-TAXA         PIC 9(05) COMP VALUE ZERO.
002330 77  WS-CONT-SEM-CONTAS       PIC 9(05) COMP VALUE ZERO.
002340 77  WS-CONT-ESTOUROS         PIC 9(05) COMP VALUE ZERO.
002350 77  WS-TOT-CONTABIL          PIC S9(15)V99 COMP-3 VALUE ZERO.
002360 77  WS-TOT-REAVALIADO        PIC S9(15)V99 COMP-3 VALUE ZERO.
002370 77  WS-TOT-RESULTADO         PIC S9(15)V99 COMP-3 VALUE ZERO.
002380 77  WS-TOT-AJUSTES           PIC S9(15)V99 COMP-3 VALUE ZERO.
002390 77  WS-VALOR-EDITADO         PIC -Z(14)9.99.
002400*****************************************************
002410*  PAGE CONTROL AND PRINT LINES
002420*****************************************************
002430 77  WS-LINHAS-POR-PAGINA     PIC 9(02) COMP VALUE 55.
002440 77  WS-CONTADOR-LINHAS       PIC 9(02) COMP VALUE ZERO.
002450 77  WS-CONTADOR-PAGINAS      PIC 9(05) COMP VALUE ZERO.
002460 01  WS-CABECALHO-1.
002470     05  FILLER               PIC X(34) VALUE
002480         "POSICAO CAMBIAL E REAVALIACAO     ".
002490     05  FILLER               PIC X(06) VALUE "DATA: ".
002500     05  WS-CAB-DATA          PIC 9(08).
002510     05  FILLER               PIC X(10) VALUE "  PAGINA: ".
002520     05  WS-CAB-PAGINA        PIC ZZZZ9.
002530 01  WS-CABECALHO-2.
002540     05  FILLER               PIC X(02) VALUE SPACES.
002550     05  WS-CAB-SECAO         PIC X(44).
002560 01  WS-CABECALHO-3.
002570     05  FILLER               PIC X(02) VALUE SPACES.
002580     05  FILLER               PIC X(03) VALUE "MOE".
002590     05  FILLER               PIC X(19) VALUE
002600         "   POSICAO NA MOEDA".
002610     05  FILLER               PIC X(19) VALUE
002620         "     CONTABIL (BRL)".
002630     05  FILLER               PIC X(12) VALUE
002640         "        TAXA".
002650     05  FILLER               PIC X(21) VALUE
002660         "     REAVALIADO (BRL)".
002670     05  FILLER               PIC X(21) VALUE
002680         "    GANHO(+)/PERDA(-)".
002690     05  FILLER               PIC X(12) VALUE
002700         "  OBSERVACAO".
002710 01  WS-CABECALHO-4.
002720     05  FILLER               PIC X(125) VALUE ALL "-".
002730 01  WS-LINHA-MOEDA.
002740     05  FILLER               PIC X(02) VALUE SPACES.
002750     05  WS-LM-MOEDA          PIC X(03).
002760     05  FILLER               PIC X(02) VALUE SPACES.
002770     05  WS-LM-POSICAO        PIC -Z(12)9.99.
002780     05  FILLER               PIC X(02) VALUE SPACES.
002790     05  WS-LM-CONTABIL       PIC -Z(12)9.99.
002800     05  FILLER               PIC X(02) VALUE SPACES.
002810     05  WS-LM-VALORES.
002820         10  WS-LM-TAXA       PIC ZZ9.999999.
002830         10  FILLER           PIC X(02) VALUE SPACES.
002840         10  WS-LM-REAVALIADO PIC -Z(14)9.99.
002850         10  FILLER           PIC X(02) VALUE SPACES.
002860         10  WS-LM-RESULTADO  PIC -Z(14)9.99.
002870     05  FILLER               PIC X(02) VALUE SPACES.
002880     05  WS-LM-OBSERVACAO     PIC X(24).
002890 01  WS-LINHA-TOTAL.
002900     05  FILLER               PIC X(26) VALUE
002910         "  TOTAL (MOEDAS COM TAXA)".
002920     05  WS-LT-CONTABIL       PIC -Z(12)9.99.
002930     05  FILLER               PIC X(14) VALUE SPACES.
002940     05  WS-LT-REAVALIADO     PIC -Z(14)9.99.
002950     05  FILLER               PIC X(02) VALUE SPACES.
002960     05  WS-LT-RESULTADO      PIC -Z(14)9.99.
002970 01  WS-OBS-AJUSTE.
002980     05  FILLER               PIC X(10) VALUE "AJUSTE ID ".
002990     05  WS-OBS-ID            PIC 9(06).
003000 01  WS-LINHA-TEXTO.
003010     05  FILLER               PIC X(02) VALUE SPACES.
003020     05  WS-TXT-TEXTO         PIC X(70).
003030*****************************************************
003040*  CYCLE RUN LEDGER (EXECLOG)
003050*****************************************************
003060 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
003070 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
003080 77  WS-EXECLOG-EOF-SW        PIC X(01) VALUE "N".
003090     88  WS-FIM-EXECLOG                VALUE "Y".
003100 77  WS-PRE-PROGRAMA          PIC X(08) VALUE SPACES.
003110 77  WS-PRE-SITUACAO          PIC X(01) VALUE SPACE.
003120     88  WS-PRE-NAO-EXECUTADO          VALUE SPACE.
003130     88  WS-PRE-EM-ANDAMENTO           VALUE "I".
003140     88  WS-PRE-CONCLUIDO              VALUE "F".
003150 77  WS-PRE-RC                PIC 9(02) VALUE ZERO.
003160 01  WS-EL-HORA-SISTEMA.
003170     05  WS-EL-HHMMSS         PIC 9(06).
003180     05  FILLER               PIC 9(02).
003190 01  WS-PRE-REFERENCIA        PIC 9(08) VALUE ZERO.
003200 01  WS-PRE-REF-PARTES REDEFINES WS-PRE-REFERENCIA.
003210     05  WS-PRE-REF-PERIODO   PIC 9(06).
003220     05  WS-PRE-REF-DIA       PIC 9(02).
003230 01  WS-PRE-MENSAGEM.
003240     05  WS-PM-PROGRAMA       PIC X(08).
003250     05  FILLER               PIC X(01) VALUE SPACE.
003260     05  WS-PM-REFERENCIA     PIC 9(08).
003270     05  FILLER               PIC X(01) VALUE SPACE.
003280     05  WS-PM-ESTADO         PIC X(12).
003290     05  WS-PM-ESTADO-RC REDEFINES WS-PM-ESTADO.
003300         10  FILLER           PIC X(03).
003310         10  WS-PM-RC         PIC 9(02).
003320         10  FILLER           PIC X(07).
003330     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
003340
003350 PROCEDURE DIVISION.
003360*****************************************************
003370*  INICIALIZACAO - TAKES THE DATE (AND AT MONTH END
003380*  THE BATCH CONTROLS), CHECKS THE DATE'S RATES AND
003390*  POSTINGS ARE IN, LOADS THE ACCOUNT CARDS,
003400*  BUILDS THE POSITIONS FROM THE EXTRACT HISTORY AND
003410*  REVALUES THEM ONE CURRENCY AT A TIME.
003420*****************************************************
003430 INICIALIZACAO.
003440     PERFORM ACEITA-PARAMETROS.
003450     ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.
003460     PERFORM VERIFICA-PRE-REQUISITOS.
003470     PERFORM REGISTRA-INICIO.
003480     PERFORM CARREGA-CONTAS.
003490     PERFORM VARRE-EXTRATO-ARQUIVADO.
003500     PERFORM VARRE-EXTRATO-VIVO.
003510     PERFORM ABRE-SAIDAS.
003520     PERFORM IMPRIME-CABECALHO.
003530     PERFORM REAVALIA-MOEDA
003540         VARYING WS-MOE-IDX FROM 1 BY 1
003550         UNTIL WS-MOE-IDX > WS-MOEDA-QTD.
003560     PERFORM IMPRIME-TOTAIS.
003570     IF WS-FIM-DE-MES
003580         PERFORM GRAVA-TRAILER
003590     END-IF.
003600     PERFORM FINALIZA-PROGRAMA.
003610
003620*****************************************************
003630*  ACEITA-PARAMETROS - THE REVALUATION DATE MUST BE A
003640*  REAL DAY: WHETHER IT IS THE LAST OF ITS MONTH
003650*  DECIDES WHETHER AN ADJUSTMENT BATCH IS CUT, AND
003660*  ONLY THEN ARE ITS BATCH NUMBER AND ID RANGE ASKED
003670*  FOR.
003680*****************************************************
003690 ACEITA-PARAMETROS.
003700     DISPLAY "DATA DE REAVALIACAO (AAAAMMDD): "
003710         WITH NO ADVANCING.
003720     ACCEPT WS-DATA-REAVALIACAO.
003730     IF WS-DATA-REAVALIACAO NOT NUMERIC
003740         OR WS-REAV-MM < "01" OR WS-REAV-MM > "12"
003750         OR WS-REAV-DD < "01" OR WS-REAV-DD > "31"
003760         DISPLAY "DATA DE REAVALIACAO INVALIDA"
003770         MOVE 12 TO RETURN-CODE
003780         STOP RUN
003790     END-IF.
003800     PERFORM CALCULA-DIAS-NO-MES.
003810     IF WS-REAV-DD-N > WS-DIAS-NO-MES
003820         DISPLAY "DATA DE REAVALIACAO INVALIDA"
003830         MOVE 12 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860     IF WS-REAV-DD-N = WS-DIAS-NO-MES
003870         SET WS-FIM-DE-MES TO TRUE
003880     END-IF.
003890     IF WS-FIM-DE-MES
003900         DISPLAY "FIM DE MES - SERA GERADO O LOTE DE AJUSTE"
003910         DISPLAY "NUMERO DO LOTE DE AJUSTE (6 DIGITOS): "
003920             WITH NO ADVANCING
003930         ACCEPT WS-NUMERO-LOTE
003940         IF WS-NUMERO-LOTE NOT NUMERIC
003950             OR WS-NUMERO-LOTE = ZERO
003960             DISPLAY "NUMERO DE LOTE INVALIDO"
003970             MOVE 12 TO RETURN-CODE
003980             STOP RUN
003990         END-IF
004000         DISPLAY "PRIMEIRO ID DA FAIXA DE AJUSTE "
004010             "(6 DIGITOS): " WITH NO ADVANCING
004020         ACCEPT WS-PROXIMO-ID
004030         IF WS-PROXIMO-ID NOT NUMERIC
004040             OR WS-PROXIMO-ID = ZERO
004050             DISPLAY "ID INICIAL INVALIDO"
004060             MOVE 12 TO RETURN-CODE
004070             STOP RUN
004080         END-IF
004090     END-IF.
004100
004110*****************************************************
004120*  VERIFICA-PRE-REQUISITOS - THE POSITIONS ARE VALUED
004130*  AT THE RATES OF THE REVALUATION DATE AND BUILT
004140*  FROM ITS MOVEMENTS, SO THE RATE LOAD (AULA9) OF
004150*  THE DATE MUST HAVE ENDED RC 0, AS FOR AULA1, AND
004160*  THE POSTING RUN (AULA1) OF THE DATE MUST HAVE
004170*  ENDED - RC 4 (REJECTS) AND RC 8 (A BATCH HELD
004180*  WHOLE) ARE COMPLETED RUNS, AS FOR AULA5.
004190*****************************************************
004200 VERIFICA-PRE-REQUISITOS.
004210     MOVE "AULA9" TO WS-PRE-PROGRAMA.
004220     MOVE WS-DATA-REAVALIACAO TO WS-PRE-REFERENCIA.
004230     PERFORM CONSULTA-EXECLOG.
004240     IF NOT WS-PRE-CONCLUIDO
004250             OR WS-PRE-RC NOT = ZERO
004260         PERFORM DESCREVE-PRE-REQUISITO
004270         DISPLAY "A REAVALIACAO EXIGE A CARGA DE CAMBIO "
004280             "(AULA9) DA DATA CONCLUIDA COM RC 00"
004290         PERFORM RECUSA-EXECUCAO
004300     END-IF.
004310     MOVE "AULA1" TO WS-PRE-PROGRAMA.
004320     MOVE WS-DATA-REAVALIACAO TO WS-PRE-REFERENCIA.
004330     PERFORM CONSULTA-EXECLOG.
004340     IF NOT WS-PRE-CONCLUIDO
004350             OR WS-PRE-RC > 8
004360         PERFORM DESCREVE-PRE-REQUISITO
004370         DISPLAY "A REAVALIACAO EXIGE A POSTAGEM (AULA1) "
004380             "DA DATA CONCLUIDA"
004390         PERFORM RECUSA-EXECUCAO
004400     END-IF.
004410
004420*****************************************************
004430*  CALCULA-DIAS-NO-MES - DAYS IN THE MONTH OF THE
004440*  REVALUATION DATE, 29 FOR FEBRUARY OF A LEAP YEAR,
004450*  AS IN AULA15.
004460*****************************************************
004470 CALCULA-DIAS-NO-MES.
004480     MOVE WS-DIAS-MES (WS-REAV-MM-N) TO WS-DIAS-NO-MES.
004490     IF WS-REAV-MM-N = 2
004500         DIVIDE WS-REAV-AAAA-N BY 4 GIVING WS-QUOCIENTE
004510             REMAINDER WS-RESTO-4
004520         DIVIDE WS-REAV-AAAA-N BY 100 GIVING WS-QUOCIENTE
004530             REMAINDER WS-RESTO-100
004540         DIVIDE WS-REAV-AAAA-N BY 400 GIVING WS-QUOCIENTE
004550             REMAINDER WS-RESTO-400
004560         IF WS-RESTO-4 = ZERO
004570             AND (WS-RESTO-100 NOT = ZERO
004580                  OR WS-RESTO-400 = ZERO)
004590             MOVE 29 TO WS-DIAS-NO-MES
004600         END-IF
004610     END-IF.
004620
004630*****************************************************
004640*  CARREGA-CONTAS - ONE CARD PER CURRENCY WITH ITS
004650*  POSITION AND FX RESULT ACCOUNTS.  A BAD OR
004660*  REPEATED CARD STOPS THE RUN - AN ADJUSTMENT
004670*  POSTED TO THE WRONG ACCOUNT IS WORSE THAN NONE.
004680*  NO CARD FILE AT ALL ONLY MEANS NO CURRENCY CAN BE
004690*  ADJUSTED.
004700*****************************************************
004710 CARREGA-CONTAS.
004720     MOVE "N" TO WS-EOF-SW.
004730     OPEN INPUT REAVPARM.
004740     IF WS-REAVPARM-STATUS = "35"
004750         DISPLAY "AVISO - CONTAS DE REAVALIACAO (REAVPARM) "
004760             "AUSENTES - NENHUM AJUSTE PODE SER GERADO"
004770     ELSE
004780         IF WS-REAVPARM-STATUS NOT = "00"
004790             DISPLAY "ERRO - CONTAS DE REAVALIACAO "
004800                 "(REAVPARM) INDISPONIVEIS, STATUS "
004810                 WS-REAVPARM-STATUS
004820             MOVE 12 TO RETURN-CODE
004830             STOP RUN
004840         END-IF
004850         PERFORM LE-CONTAS
004860         PERFORM GUARDA-CONTAS
004870             UNTIL WS-FIM-ARQUIVO
004880         CLOSE REAVPARM
004890     END-IF.
004900
004910 LE-CONTAS.
004920     READ REAVPARM
004930         AT END
004940             SET WS-FIM-ARQUIVO TO TRUE
004950     END-READ.
004960
004970 GUARDA-CONTAS.
004980     IF RV-MOEDA = SPACES OR RV-MOEDA = "BRL"
004990         OR RV-CONTA-POSICAO NOT NUMERIC
005000         OR RV-CONTA-POSICAO = ZERO
005010         OR RV-CONTA-RESULTADO NOT NUMERIC
005020         OR RV-CONTA-RESULTADO = ZERO
005030         OR RV-CONTA-POSICAO = RV-CONTA-RESULTADO
005040         DISPLAY "ERRO - CARTAO DE CONTAS INVALIDO PARA A "
005050             "MOEDA " RV-MOEDA " - CARGA ABANDONADA"
005060         MOVE 12 TO RETURN-CODE
005070         STOP RUN
005080     END-IF.
005090     MOVE RV-MOEDA TO WX-MOEDA.
005100     PERFORM PROCURA-MOEDA.
005110     IF WS-MOE-CONTA-POSICAO (WS-MOE-IDX) NOT = ZERO
005120         DISPLAY "ERRO - MOEDA " RV-MOEDA " REPETIDA NAS "
005130             "CONTAS DE REAVALIACAO - CARGA ABANDONADA"
005140         MOVE 12 TO RETURN-CODE
005150         STOP RUN
005160     END-IF.
005170     MOVE RV-CONTA-POSICAO
005180         TO WS-MOE-CONTA-POSICAO (WS-MOE-IDX).
005190     MOVE RV-CONTA-RESULTADO
005200         TO WS-MOE-CONTA-RESULTADO (WS-MOE-IDX).
005210     PERFORM LE-CONTAS.
005220
005230*****************************************************
005240*  PROCURA-MOEDA - POINTS WS-MOE-IDX AT THE ENTRY OF
005250*  THE CURRENCY IN WX-MOEDA, OPENING ONE THE FIRST
005260*  TIME THE CURRENCY IS MET.  MORE CURRENCIES THAN
005270*  THE TABLE HOLDS STOPS THE RUN RATHER THAN LEAVE A
005280*  POSITION OUT.
005290*****************************************************
005300 PROCURA-MOEDA.
005310     SET WS-MOE-IDX TO 1.
005320     SEARCH WS-MOE-ENTRADA
005330         AT END
005340             PERFORM ABRE-MOEDA
005350         WHEN WS-MOE-IDX > WS-MOEDA-QTD
005360             PERFORM ABRE-MOEDA
005370         WHEN WS-MOE-MOEDA (WS-MOE-IDX) = WX-MOEDA
005380             CONTINUE
005390     END-SEARCH.
005400
005410 ABRE-MOEDA.
005420     IF WS-MOEDA-QTD >= WS-MAXIMO-MOEDAS
005430         DISPLAY "ERRO - EXCESSO DE MOEDAS NA TABELA DE "
005440             "POSICOES"
005450         MOVE 12 TO RETURN-CODE
005460         STOP RUN
005470     END-IF.
005480     ADD 1 TO WS-MOEDA-QTD.
005490     SET WS-MOE-IDX TO WS-MOEDA-QTD.
005500     MOVE WX-MOEDA TO WS-MOE-MOEDA (WS-MOE-IDX).
005510     MOVE ZERO TO WS-MOE-CONTA-POSICAO (WS-MOE-IDX)
005520         WS-MOE-CONTA-RESULTADO (WS-MOE-IDX)
005530         WS-MOE-QTD-MOVTOS (WS-MOE-IDX)
005540         WS-MOE-POSICAO (WS-MOE-IDX)
005550         WS-MOE-CONTABIL (WS-MOE-IDX)
005560         WS-MOE-AJUSTES (WS-MOE-IDX).
005570
005580*****************************************************
005590*  VARRE-EXTRATO-ARQUIVADO - FEEDS THE ARCHIVED
005600*  EXTRACT, WHICH MAY NOT EXIST YET.
005610*****************************************************
005620 VARRE-EXTRATO-ARQUIVADO.
005630     MOVE "N" TO WS-EOF-SW.
005640     OPEN INPUT EXTARQ.
005650     IF WS-EXTARQ-STATUS = "35"
005660         DISPLAY "AVISO - EXTARQ AUSENTE - SOMENTE O "
005670             "EXTRATO VIVO SERA EXAMINADO"
005680     ELSE
005690         IF WS-EXTARQ-STATUS NOT = "00"
005700             DISPLAY "ERRO AO ABRIR EXTARQ, STATUS "
005710                 WS-EXTARQ-STATUS
005720             MOVE 12 TO RETURN-CODE
005730             STOP RUN
005740         END-IF
005750         PERFORM LE-ARQUIVADO
005760         PERFORM EXAMINA-UM-ARQUIVADO
005770             UNTIL WS-FIM-ARQUIVO
005780         CLOSE EXTARQ
005790     END-IF.
005800
005810 LE-ARQUIVADO.
005820     READ EXTARQ
005830         AT END
005840             SET WS-FIM-ARQUIVO TO TRUE
005850     END-READ.
005860
005870 EXAMINA-UM-ARQUIVADO.
005880     MOVE EA-REGISTRO-EXTRATO TO WX-REGISTRO-EXTRATO.
005890     PERFORM EXAMINA-REGISTRO-EXTRATO.
005900     PERFORM LE-ARQUIVADO.
005910
005920*****************************************************
005930*  VARRE-EXTRATO-VIVO - FEEDS THE LIVE EXTRACT, WHICH
005940*  MUST EXIST.
005950*****************************************************
005960 VARRE-EXTRATO-VIVO.
005970     MOVE "N" TO WS-EOF-SW.
005980     OPEN INPUT EXTRATFILE.
005990     IF WS-EXTRATFILE-STATUS NOT = "00"
006000         DISPLAY "ERRO AO ABRIR EXTRATFILE, STATUS "
006010             WS-EXTRATFILE-STATUS
006020         MOVE 12 TO RETURN-CODE
006030         STOP RUN
006040     END-IF.
006050     PERFORM LE-EXTRATO.
006060     PERFORM EXAMINA-UM-EXTRATO
006070         UNTIL WS-FIM-ARQUIVO.
006080     CLOSE EXTRATFILE.
006090
006100 LE-EXTRATO.
006110     READ EXTRATFILE
006120         AT END
006130             SET WS-FIM-ARQUIVO TO TRUE
006140     END-READ.
006150
006160 EXAMINA-UM-EXTRATO.
006170     MOVE EX-REGISTRO-EXTRATO TO WX-REGISTRO-EXTRATO.
006180     PERFORM EXAMINA-REGISTRO-EXTRATO.
006190     PERFORM LE-EXTRATO.
006200
006210*****************************************************
006220*  EXAMINA-REGISTRO-EXTRATO - ONE EXTRACT RECORD.  A
006230*  RECORD WHOSE DATE, AMOUNTS OR DIRECTION CANNOT BE
006240*  READ IS COUNTED, NOT GUESSED AT.  MOVEMENTS AFTER
006250*  THE REVALUATION DATE ARE PASSED OVER.  A FOREIGN-
006260*  CURRENCY LINE BUILDS ITS CURRENCY'S POSITION; A
006270*  BRL LINE ONLY MATTERS WHEN IT POSTED TO A
006280*  POSITION ACCOUNT - AN EARLIER REVALUATION - AND
006290*  IS JUDGED BY ITS VALUE DATE: A MONTH-END
006300*  ADJUSTMENT POSTS THE DAY AFTER, VALUE-DATED ON
006310*  THE MONTH END IT BELONGS TO.
006320*****************************************************
006330 EXAMINA-REGISTRO-EXTRATO.
006340     ADD 1 TO WS-CONT-LIDOS.
006350     IF WX-DATA NOT NUMERIC
006360         OR WX-RESULTADO NOT NUMERIC
006370         OR WX-RESULTADO-BASE NOT NUMERIC
006380         OR (NOT WX-MOVIMENTO-DEBITO
006390             AND NOT WX-MOVIMENTO-CREDITO)
006400         ADD 1 TO WS-CONT-INVALIDOS
006410     ELSE
006420         IF WX-MOEDA = "BRL" OR WX-MOEDA = SPACES
006430             PERFORM ANOTA-AJUSTE-ANTERIOR
006440         ELSE
006450             IF WX-DATA NOT > WS-DATA-REAVALIACAO
006460                 PERFORM ACUMULA-POSICAO
006470             END-IF
006480         END-IF
006490     END-IF.
006500
006510 ACUMULA-POSICAO.
006520     PERFORM PROCURA-MOEDA.
006530     ADD 1 TO WS-CONT-POSICAO.
006540     ADD 1 TO WS-MOE-QTD-MOVTOS (WS-MOE-IDX).
006550     IF WX-MOVIMENTO-DEBITO
006560         SUBTRACT WX-RESULTADO
006570             FROM WS-MOE-POSICAO (WS-MOE-IDX)
006580         SUBTRACT WX-RESULTADO-BASE
006590             FROM WS-MOE-CONTABIL (WS-MOE-IDX)
006600     ELSE
006610         ADD WX-RESULTADO TO WS-MOE-POSICAO (WS-MOE-IDX)
006620         ADD WX-RESULTADO-BASE
006630             TO WS-MOE-CONTABIL (WS-MOE-IDX)
006640     END-IF.
006650
006660*****************************************************
006670*  ANOTA-AJUSTE-ANTERIOR - A LINE FROM BEFORE THE
006680*  EXTRACT CARRIED A VALUE DATE IS TAKEN BY THE DATE
006690*  IT POSTED.
006700*****************************************************
006710 ANOTA-AJUSTE-ANTERIOR.
006720     IF WX-DATA-VALOR NUMERIC AND WX-DATA-VALOR NOT = ZERO
006730         MOVE WX-DATA-VALOR TO WS-DATA-AJUSTE
006740     ELSE
006750         MOVE WX-DATA TO WS-DATA-AJUSTE
006760     END-IF.
006770     IF WX-CONTA NUMERIC AND WX-CONTA NOT = ZERO
006780             AND WS-DATA-AJUSTE NOT > WS-DATA-REAVALIACAO
006790         SET WS-MOE-IDX TO 1
006800         SEARCH WS-MOE-ENTRADA
006810             AT END
006820                 CONTINUE
006830             WHEN WS-MOE-IDX > WS-MOEDA-QTD
006840                 CONTINUE
006850             WHEN WS-MOE-CONTA-POSICAO (WS-MOE-IDX) = WX-CONTA
006860                 PERFORM SOMA-AJUSTE-ANTERIOR
006870         END-SEARCH
006880     END-IF.
006890
006900 SOMA-AJUSTE-ANTERIOR.
006910     ADD 1 TO WS-CONT-AJUSTES-ANTERIORES.
006920     IF WX-MOVIMENTO-DEBITO
006930         SUBTRACT WX-RESULTADO-BASE
006940             FROM WS-MOE-AJUSTES (WS-MOE-IDX)
006950     ELSE
006960         ADD WX-RESULTADO-BASE
006970             TO WS-MOE-AJUSTES (WS-MOE-IDX)
006980     END-IF.
006990
007000*****************************************************
007010*  ABRE-SAIDAS - THE REPORT ALWAYS, THE RATE FILE
007020*  WHEN THERE IS ONE, AND AT MONTH END THE
007030*  ADJUSTMENT BATCH WITH ITS HEADER.  NO RATE FILE
007040*  LEAVES EVERY CURRENCY WITHOUT A RATE, WHICH THE
007050*  REPORT SAYS.
007060*****************************************************
007070 ABRE-SAIDAS.
007080     OPEN OUTPUT RELREAV.
007090     IF WS-RELREAV-STATUS NOT = "00"
007100         DISPLAY "ERRO - RELATORIO (RELREAV) INDISPONIVEL, "
007110             "STATUS " WS-RELREAV-STATUS
007120         MOVE 12 TO RETURN-CODE
007130         STOP RUN
007140     END-IF.
007150     OPEN INPUT CAMBFILE.
007160     IF WS-CAMBFILE-STATUS = "35"
007170         DISPLAY "AVISO - ARQUIVO DE CAMBIO (CAMBFILE) "
007180             "INEXISTENTE - NENHUMA MOEDA TERA TAXA"
007190     ELSE
007200         IF WS-CAMBFILE-STATUS NOT = "00"
007210             DISPLAY "ERRO - ARQUIVO DE CAMBIO (CAMBFILE) "
007220                 "INDISPONIVEL, STATUS " WS-CAMBFILE-STATUS
007230             MOVE 12 TO RETURN-CODE
007240             STOP RUN
007250         END-IF
007260         SET WS-CAMBIO-DISPONIVEL TO TRUE
007270     END-IF.
007280     IF WS-FIM-DE-MES
007290         OPEN OUTPUT TRANREAV
007300         IF WS-TRANREAV-STATUS NOT = "00"
007310             DISPLAY "ERRO - LOTE DE AJUSTE (TRANREAV) "
007320                 "INDISPONIVEL, STATUS " WS-TRANREAV-STATUS
007330             MOVE 12 TO RETURN-CODE
007340             STOP RUN
007350         END-IF
007360         PERFORM GRAVA-CABECALHO
007370     END-IF.
007380
007390*****************************************************
007400*  REAVALIA-MOEDA - ONE CURRENCY: ITS RATE FOR THE
007410*  DATE, THE VALUE AT THAT RATE AGAINST THE CARRYING
007420*  VALUE, AND AT MONTH END THE ADJUSTMENT THAT
007430*  BRINGS ONE TO THE OTHER.
007440*****************************************************
007450 REAVALIA-MOEDA.
007460     MOVE SPACES TO WS-LM-OBSERVACAO.
007470     ADD WS-MOE-CONTABIL (WS-MOE-IDX)
007480         WS-MOE-AJUSTES (WS-MOE-IDX)
007490         GIVING WS-VALOR-CONTABIL.
007500     PERFORM PROCURA-TAXA.
007510     IF NOT WS-HA-TAXA
007520         ADD 1 TO WS-CONT-SEM-TAXA
007530         MOVE "SEM TAXA NA DATA" TO WS-LM-OBSERVACAO
007540         DISPLAY "AVISO - MOEDA " WS-MOE-MOEDA (WS-MOE-IDX)
007550             " SEM TAXA EM " WS-DATA-REAVALIACAO
007560             " - NAO REAVALIADA"
007570     ELSE
007580         MULTIPLY WS-MOE-POSICAO (WS-MOE-IDX)
007590             BY WS-TAXA-REAVALIACAO
007600             GIVING WS-VALOR-REAVALIADO ROUNDED
007610         SUBTRACT WS-VALOR-REAVALIADO FROM WS-VALOR-CONTABIL
007620             GIVING WS-RESULTADO-CAMBIAL
007630         ADD WS-VALOR-CONTABIL TO WS-TOT-CONTABIL
007640         ADD WS-VALOR-REAVALIADO TO WS-TOT-REAVALIADO
007650         ADD WS-RESULTADO-CAMBIAL TO WS-TOT-RESULTADO
007660         IF WS-FIM-DE-MES
007670             PERFORM PREPARA-AJUSTE
007680         END-IF
007690     END-IF.
007700     PERFORM IMPRIME-MOEDA.
007710
007720*****************************************************
007730*  PROCURA-TAXA - THE CAMBFILE RATE OF THE CURRENCY
007740*  ON THE REVALUATION DATE, READ BY CURRENCY + DATE
007750*  AS AULA1 READS A VALUE-DATE RATE.
007760*****************************************************
007770 PROCURA-TAXA.
007780     MOVE "N" TO WS-TAXA-SW.
007790     MOVE ZERO TO WS-TAXA-REAVALIACAO.
007800     IF WS-CAMBIO-DISPONIVEL
007810         MOVE WS-MOE-MOEDA (WS-MOE-IDX) TO CB-MOEDA
007820         MOVE WS-DATA-REAVALIACAO TO CB-DATA-VIGENCIA
007830         READ CAMBFILE
007840             INVALID KEY
007850                 CONTINUE
007860             NOT INVALID KEY
007870                 IF CB-TAXA NUMERIC AND CB-TAXA > ZERO
007880                     MOVE CB-TAXA TO WS-TAXA-REAVALIACAO
007890                     SET WS-HA-TAXA TO TRUE
007900                 END-IF
007910         END-READ
007920     END-IF.
007930
007940*****************************************************
007950*  PREPARA-AJUSTE - A LOSS (THE POSITION NOW WORTH
007960*  MORE BRL THAN IT CARRIES) CREDITS THE POSITION
007970*  ACCOUNT AND DEBITS THE FX RESULT ACCOUNT; A GAIN
007980*  THE OTHER WAY ROUND.  NO VARIATION, NO ACCOUNTS
007990*  OR AN AMOUNT TOO LARGE FOR THE TRANSACTION CUTS
008000*  NOTHING AND SAYS SO.
008010*****************************************************
008020 PREPARA-AJUSTE.
008030     IF WS-RESULTADO-CAMBIAL = ZERO
008040         MOVE "SEM VARIACAO" TO WS-LM-OBSERVACAO
008050     ELSE
008060         IF WS-MOE-CONTA-POSICAO (WS-MOE-IDX) = ZERO
008070             ADD 1 TO WS-CONT-SEM-CONTAS
008080             MOVE "SEM CONTAS DE REAVALIACAO"
008090                 TO WS-LM-OBSERVACAO
008100         ELSE
008110             IF WS-RESULTADO-CAMBIAL < ZERO
008120                 SUBTRACT WS-RESULTADO-CAMBIAL FROM ZERO
008130                     GIVING WS-VALOR-AJUSTE-TRAB
008140                 MOVE WS-MOE-CONTA-RESULTADO (WS-MOE-IDX)
008150                     TO WS-CONTA-DEBITO
008160                 MOVE WS-MOE-CONTA-POSICAO (WS-MOE-IDX)
008170                     TO WS-CONTA-CREDITO
008180             ELSE
008190                 MOVE WS-RESULTADO-CAMBIAL
008200                     TO WS-VALOR-AJUSTE-TRAB
008210                 MOVE WS-MOE-CONTA-POSICAO (WS-MOE-IDX)
008220                     TO WS-CONTA-DEBITO
008230                 MOVE WS-MOE-CONTA-RESULTADO (WS-MOE-IDX)
008240                     TO WS-CONTA-CREDITO
008250             END-IF
008260             IF WS-VALOR-AJUSTE-TRAB > 9999999.99
008270                 ADD 1 TO WS-CONT-ESTOUROS
008280                 MOVE "AJUSTE NAO CABE NO CAMPO"
008290                     TO WS-LM-OBSERVACAO
008300                 DISPLAY "AVISO - AJUSTE DA MOEDA "
008310                     WS-MOE-MOEDA (WS-MOE-IDX)
008320                     " NAO CABE NO CAMPO DA TRANSACAO - "
008330                     "MOEDA PULADA"
008340             ELSE
008350                 MOVE WS-VALOR-AJUSTE-TRAB TO WS-VALOR-AJUSTE
008360                 PERFORM GRAVA-DETALHE
008370             END-IF
008380         END-IF
008390     END-IF.
008400
008410*****************************************************
008420*  GRAVA-DETALHE - ONE ADJUSTMENT: A TRANSFER OF THE
008430*  AMOUNT (NUM1; NUM2 ZERO) IN BRL FROM THE DEBIT
008440*  ACCOUNT TO THE CREDIT ACCOUNT, VALUE-DATED ON THE
008450*  REVALUATION DATE, WITH THE NEXT ID OF THE
008460*  RESERVED RANGE.  RUNNING OFF THE END OF THE
008470*  RANGE STOPS THE RUN, AS IN AULA12.
008480*****************************************************
008490 GRAVA-DETALHE.
008500     MOVE SPACES TO TN-REGISTRO-TRANSACAO.
008510     MOVE "DT" TO TN-TIPO-REGISTRO.
008520     MOVE WS-PROXIMO-ID TO TN-ID-TRANSACAO.
008530     MOVE WS-VALOR-AJUSTE TO TN-NUM1.
008540     MOVE ZERO TO TN-NUM2.
008550     MOVE "T" TO TN-OPERACAO.
008560     MOVE ZERO TO TN-CONTADOR-RESSUBMISSAO.
008570     MOVE WS-CONTA-DEBITO TO TN-CONTA.
008580     MOVE "BRL" TO TN-MOEDA.
008590     MOVE SPACE TO TN-IND-DEBITO-CREDITO.
008600     MOVE WS-DATA-REAVALIACAO TO TN-DATA-VALOR.
008610     MOVE WS-CONTA-CREDITO TO TN-CONTA-CREDITO.
008620     WRITE TN-REGISTRO-TRANSACAO.
008630     ADD WS-VALOR-AJUSTE TO WS-HASH-NUM1.
008640     ADD WS-VALOR-AJUSTE TO WS-TOT-AJUSTES.
008650     ADD 1 TO WS-CONTADOR-DETALHES.
008660     MOVE WS-PROXIMO-ID TO WS-OBS-ID.
008670     MOVE WS-OBS-AJUSTE TO WS-LM-OBSERVACAO.
008680     IF WS-PROXIMO-ID = 999999
008690         DISPLAY "ERRO - FAIXA DE IDS DE AJUSTE ESGOTADA "
008700             "APOS A MOEDA " WS-MOE-MOEDA (WS-MOE-IDX)
008710         PERFORM GRAVA-TRAILER
008720         CLOSE RELREAV
008730         IF WS-CAMBIO-DISPONIVEL
008740             CLOSE CAMBFILE
008750         END-IF
008760         MOVE 12 TO RETURN-CODE
008770         STOP RUN
008780     END-IF.
008790     ADD 1 TO WS-PROXIMO-ID.
008800
008810*****************************************************
008820*  GRAVA-CABECALHO / GRAVA-TRAILER - THE BATCH
008830*  ENVELOPE, BALANCED TO WHAT WAS ACTUALLY WRITTEN,
008840*  AS IN AULA12.
008850*****************************************************
008860 GRAVA-CABECALHO.
008870     MOVE SPACES TO TN-REGISTRO-TRANSACAO.
008880     MOVE "HD" TO TN-TIPO-REGISTRO.
008890     MOVE WS-NUMERO-LOTE TO TN-CAB-NUMERO-LOTE.
008900     MOVE WS-DATA-GERACAO TO TN-CAB-DATA-GERACAO.
008910     WRITE TN-REGISTRO-TRANSACAO.
008920
008930 GRAVA-TRAILER.
008940     MOVE SPACES TO TN-REGISTRO-TRANSACAO.
008950     MOVE "TR" TO TN-TIPO-REGISTRO.
008960     MOVE WS-NUMERO-LOTE TO TN-TRL-NUMERO-LOTE.
008970     MOVE WS-CONTADOR-DETALHES
008980         TO TN-TRL-CONTADOR-REGISTROS.
008990     MOVE WS-HASH-NUM1 TO TN-TRL-HASH-NUM1.
009000     MOVE WS-HASH-NUM2 TO TN-TRL-HASH-NUM2.
009010     WRITE TN-REGISTRO-TRANSACAO.
009020     CLOSE TRANREAV.
009030
009040*****************************************************
009050*  IMPRIME-CABECALHO - PAGE HEADING, AS IN AULA14.
009060*****************************************************
009070 IMPRIME-CABECALHO.
009080     ADD 1 TO WS-CONTADOR-PAGINAS.
009090     MOVE WS-DATA-REAVALIACAO TO WS-CAB-DATA.
009100     MOVE WS-CONTADOR-PAGINAS TO WS-CAB-PAGINA.
009110     IF WS-CONTADOR-PAGINAS = 1
009120         WRITE REL-REGISTRO FROM WS-CABECALHO-1
009130             AFTER ADVANCING 1 LINE
009140     ELSE
009150         WRITE REL-REGISTRO FROM WS-CABECALHO-1
009160             AFTER ADVANCING PAGE
009170     END-IF.
009180     IF WS-FIM-DE-MES
009190         MOVE "FIM DE MES - LOTE DE AJUSTE GERADO"
009200             TO WS-CAB-SECAO
009210     ELSE
009220         MOVE "SOMENTE CONSULTA - SEM LOTE DE AJUSTE"
009230             TO WS-CAB-SECAO
009240     END-IF.
009250     WRITE REL-REGISTRO FROM WS-CABECALHO-2
009260         AFTER ADVANCING 2 LINES.
009270     WRITE REL-REGISTRO FROM WS-CABECALHO-3
009280         AFTER ADVANCING 1 LINE.
009290     WRITE REL-REGISTRO FROM WS-CABECALHO-4
009300         AFTER ADVANCING 1 LINE.
009310     MOVE 5 TO WS-CONTADOR-LINHAS.
009320
009330*****************************************************
009340*  IMPRIME-MOEDA - THE CURRENCY LINE.  WITH NO RATE
009350*  THE VALUED COLUMNS STAY BLANK.
009360*****************************************************
009370 IMPRIME-MOEDA.
009380     IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
009390         PERFORM IMPRIME-CABECALHO
009400     END-IF.
009410     MOVE WS-MOE-MOEDA (WS-MOE-IDX) TO WS-LM-MOEDA.
009420     MOVE WS-MOE-POSICAO (WS-MOE-IDX) TO WS-LM-POSICAO.
009430     MOVE WS-VALOR-CONTABIL TO WS-LM-CONTABIL.
009440     IF WS-HA-TAXA
009450         MOVE WS-TAXA-REAVALIACAO TO WS-LM-TAXA
009460         MOVE WS-VALOR-REAVALIADO TO WS-LM-REAVALIADO
009470         MOVE WS-RESULTADO-CAMBIAL TO WS-LM-RESULTADO
009480     ELSE
009490         MOVE SPACES TO WS-LM-VALORES
009500     END-IF.
009510     WRITE REL-REGISTRO FROM WS-LINHA-MOEDA
009520         AFTER ADVANCING 1 LINE.
009530     ADD 1 TO WS-CONTADOR-LINHAS.
009540
009550*****************************************************
009560*  IMPRIME-TOTAIS - THE TOTALS OVER THE CURRENCIES
009570*  THAT COULD BE VALUED, AND A WARNING LINE FOR THOSE
009580*  THAT COULD NOT.
009590*****************************************************
009600 IMPRIME-TOTAIS.
009610     IF WS-CONTADOR-LINHAS + 4 >= WS-LINHAS-POR-PAGINA
009620         PERFORM IMPRIME-CABECALHO
009630     END-IF.
009640     IF WS-MOEDA-QTD = ZERO
009650         MOVE "NENHUMA POSICAO EM MOEDA ESTRANGEIRA"
009660             TO WS-TXT-TEXTO
009670         WRITE REL-REGISTRO FROM WS-LINHA-TEXTO
009680             AFTER ADVANCING 1 LINE
009690     END-IF.
009700     MOVE WS-TOT-CONTABIL TO WS-LT-CONTABIL.
009710     MOVE WS-TOT-REAVALIADO TO WS-LT-REAVALIADO.
009720     MOVE WS-TOT-RESULTADO TO WS-LT-RESULTADO.
009730     WRITE REL-REGISTRO FROM WS-LINHA-TOTAL
009740         AFTER ADVANCING 2 LINES.
009750     IF WS-CONT-SEM-TAXA > ZERO
009760         MOVE "ATENCAO - HA MOEDAS SEM TAXA NA DATA, FORA DOS "
009770             TO WS-TXT-TEXTO
009780         MOVE "TOTAIS" TO WS-TXT-TEXTO (48:6)
009790         WRITE REL-REGISTRO FROM WS-LINHA-TEXTO
009800             AFTER ADVANCING 1 LINE
009810     END-IF.
009820
009830*****************************************************
009840*  FINALIZA-PROGRAMA - SUMMARY AND RETURN CODE: 0 =
009850*  EVERY CURRENCY VALUED (AND AT MONTH END ADJUSTED),
009860*  4 = SOMETHING FOR TREASURY TO LOOK AT.
009870*****************************************************
009880 FINALIZA-PROGRAMA.
009890     CLOSE RELREAV.
009900     IF WS-CAMBIO-DISPONIVEL
009910         CLOSE CAMBFILE
009920     END-IF.
009930     DISPLAY "----------------------------------------".
009940     DISPLAY "RESUMO DA REAVALIACAO CAMBIAL - DATA "
009950         WS-DATA-REAVALIACAO.
009960     DISPLAY "REGISTROS LIDOS      : " WS-CONT-LIDOS.
009970     DISPLAY "REGISTROS INVALIDOS  : " WS-CONT-INVALIDOS.
009980     DISPLAY "MOVIMENTOS EM MOEDA  : " WS-CONT-POSICAO.
009990     DISPLAY "AJUSTES ANTERIORES   : "
010000         WS-CONT-AJUSTES-ANTERIORES.
010010     DISPLAY "MOEDAS               : " WS-MOEDA-QTD.
010020     DISPLAY "MOEDAS SEM TAXA      : " WS-CONT-SEM-TAXA.
010030     MOVE WS-TOT-RESULTADO TO WS-VALOR-EDITADO.
010040     DISPLAY "GANHO/PERDA (BRL)    : " WS-VALOR-EDITADO.
010050     IF WS-FIM-DE-MES
010060         DISPLAY "AJUSTES GERADOS      : "
010070             WS-CONTADOR-DETALHES
010080         DISPLAY "MOEDAS SEM CONTAS    : " WS-CONT-SEM-CONTAS
010090         DISPLAY "ESTOUROS PULADOS     : " WS-CONT-ESTOUROS
010100         MOVE WS-TOT-AJUSTES TO WS-VALOR-EDITADO
010110         DISPLAY "VALOR DOS AJUSTES    : " WS-VALOR-EDITADO
010120         DISPLAY "LOTE " WS-NUMERO-LOTE " GRAVADO EM TRANREAV"
010130     END-IF.
010140     DISPLAY "----------------------------------------".
010150     IF WS-CONT-SEM-TAXA > ZERO
010160         OR WS-CONT-SEM-CONTAS > ZERO
010170         OR WS-CONT-ESTOUROS > ZERO
010180         OR WS-CONT-INVALIDOS > ZERO
010190         MOVE 4 TO RETURN-CODE
010200     ELSE
010210         MOVE ZERO TO RETURN-CODE
010220     END-IF.
010230     PERFORM REGISTRA-FIM.
010240     DISPLAY "Programa finalizado!!".
010250     STOP RUN.
010260
010270*****************************************************
010280*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
010290*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
010300*  ARE ACCEPTED, SO AN I WITH NO MATCHING F
010310*  MEANS THE RUN IS STILL GOING OR DIED.
010320*****************************************************
010330 REGISTRA-INICIO.
010340     PERFORM MONTA-EXECLOG.
010350     MOVE "I" TO WE-EVENTO.
010360     PERFORM GRAVA-EXECLOG.
010370
010380*****************************************************
010390*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
010400*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
010410*****************************************************
010420 REGISTRA-FIM.
010430     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
010440     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
010450     MOVE "F" TO WE-EVENTO.
010460     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
010470     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
010480     MOVE RETURN-CODE TO WE-RETURN-CODE.
010490     MOVE WS-CONT-LIDOS TO WE-QTD-LIDOS.
010500     MOVE WS-CONT-POSICAO TO WE-QTD-PROCESSADOS.
010510     ADD WS-CONT-SEM-TAXA WS-CONT-SEM-CONTAS WS-CONT-ESTOUROS
010520         GIVING WE-QTD-EXCECOES.
010530     PERFORM GRAVA-EXECLOG.
010540
010550 MONTA-EXECLOG.
010560     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
010570     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
010580     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
010590     MOVE "AULA18" TO WE-PROGRAMA.
010600     MOVE WS-DATA-REAVALIACAO TO WE-DATA-REFERENCIA.
010610     MOVE SPACES TO WE-OPERADOR.
010620     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
010630     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
010640     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
010650         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
010660
010670*****************************************************
010680*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
010690*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
010700*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
010710*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
010720*****************************************************
010730 GRAVA-EXECLOG.
010740     OPEN EXTEND EXECLOG.
010750     IF WS-EXECLOG-STATUS = "35" OR "05"
010760         OPEN OUTPUT EXECLOG
010770     END-IF.
010780     IF WS-EXECLOG-STATUS NOT = "00"
010790         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
010800             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
010810         MOVE 12 TO RETURN-CODE
010820         STOP RUN
010830     END-IF.
010840     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
010850     CLOSE EXECLOG.
010860
010870*****************************************************
010880*  CONSULTA-EXECLOG - SWEEPS THE LEDGER AND LEAVES
010890*  IN WS-PRE-SITUACAO AND WS-PRE-RC THE STATE OF THE
010900*  LATEST RUN OF WS-PRE-PROGRAMA FOR
010910*  WS-PRE-REFERENCIA: BLANK = NEVER RAN, I = STARTED
010920*  AND NEVER ENDED (STILL GOING OR ABENDED), F =
010930*  ENDED WITH WS-PRE-RC.  REFUSED ATTEMPTS NEVER RAN
010940*  AND ARE PASSED OVER.  AN ABSENT LEDGER ONLY MEANS
010950*  NOTHING HAS RUN YET.
010960*****************************************************
010970 CONSULTA-EXECLOG.
010980     MOVE SPACE TO WS-PRE-SITUACAO.
010990     MOVE ZERO TO WS-PRE-RC.
011000     PERFORM ABRE-CONSULTA-EXECLOG.
011010     PERFORM EXAMINA-EXECLOG
011020         UNTIL WS-FIM-EXECLOG.
011030     PERFORM FECHA-CONSULTA-EXECLOG.
011040
011050 EXAMINA-EXECLOG.
011060     IF EL-PROGRAMA = WS-PRE-PROGRAMA
011070             AND EL-DATA-REFERENCIA = WS-PRE-REFERENCIA
011080         IF EL-EVENTO-INICIO
011090             MOVE "I" TO WS-PRE-SITUACAO
011100             MOVE ZERO TO WS-PRE-RC
011110         END-IF
011120         IF EL-EVENTO-FIM
011130             MOVE "F" TO WS-PRE-SITUACAO
011140             MOVE EL-RETURN-CODE TO WS-PRE-RC
011150         END-IF
011160     END-IF.
011170     PERFORM LE-EXECLOG.
011180
011190 ABRE-CONSULTA-EXECLOG.
011200     MOVE "N" TO WS-EXECLOG-EOF-SW.
011210     OPEN INPUT EXECLOG.
011220     IF WS-EXECLOG-STATUS = "35"
011230         SET WS-FIM-EXECLOG TO TRUE
011240     ELSE
011250         IF WS-EXECLOG-STATUS NOT = "00"
011260             DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
011270                 "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
011280             MOVE 12 TO RETURN-CODE
011290             STOP RUN
011300         END-IF
011310         PERFORM LE-EXECLOG
011320     END-IF.
011330
011340 FECHA-CONSULTA-EXECLOG.
011350     IF WS-EXECLOG-STATUS NOT = "35"
011360         CLOSE EXECLOG
011370     END-IF.
011380
011390 LE-EXECLOG.
011400     READ EXECLOG
011410         AT END
011420             SET WS-FIM-EXECLOG TO TRUE
011430     END-READ.
011440
011450*****************************************************
011460*  DESCREVE-PRE-REQUISITO - SHOWS THE OPERATOR WHICH
011470*  STEP WAS NOT FOUND COMPLETE, AND IN WHAT STATE,
011480*  AND KEEPS THE SAME TEXT FOR THE REFUSAL RECORD.
011490*****************************************************
011500 DESCREVE-PRE-REQUISITO.
011510     MOVE WS-PRE-PROGRAMA TO WS-PM-PROGRAMA.
011520     MOVE WS-PRE-REFERENCIA TO WS-PM-REFERENCIA.
011530     EVALUATE TRUE
011540         WHEN WS-PRE-NAO-EXECUTADO
011550             MOVE "NAO EXECUTOU" TO WS-PM-ESTADO
011560         WHEN WS-PRE-EM-ANDAMENTO
011570             MOVE "INCOMPLETO" TO WS-PM-ESTADO
011580         WHEN OTHER
011590             MOVE "RC" TO WS-PM-ESTADO
011600             MOVE WS-PRE-RC TO WS-PM-RC
011610     END-EVALUATE.
011620     DISPLAY "ERRO - PRE-REQUISITO NAO ATENDIDO: "
011630         WS-PRE-MENSAGEM.
011640
011650*****************************************************
011660*  RECUSA-EXECUCAO - A PREREQUISITE STEP HAS NOT
011670*  COMPLETED ACCEPTABLY: THE REFUSAL GOES ON THE
011680*  LEDGER (R, RC 16) AND THE RUN STOPS BEFORE ANY
011690*  FILE IS TOUCHED.
011700*****************************************************
011710 RECUSA-EXECUCAO.
011720     PERFORM MONTA-EXECLOG.
011730     MOVE "R" TO WE-EVENTO.
011740     MOVE WE-DATA-INICIO TO WE-DATA-FIM.
011750     MOVE WE-HORA-INICIO TO WE-HORA-FIM.
011760     MOVE 16 TO WE-RETURN-CODE.
011770     MOVE WS-PRE-MENSAGEM TO WE-MENSAGEM.
011780     PERFORM GRAVA-EXECLOG.
011790     DISPLAY "EXECUCAO RECUSADA - RC 16".
011800     MOVE 16 TO RETURN-CODE.
011810     STOP RUN.
011820
011830 END PROGRAM aula18.
