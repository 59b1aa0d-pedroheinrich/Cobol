000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. aula17.
000030 AUTHOR. R HEINRICH.
000040 INSTALLATION. BATCH PROCESSING CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************
000080*  AULA17 - NIGHTLY CYCLE STATUS INQUIRY.
000090*
000100*  OPERATIONS USED TO PIECE THE STATE OF A NIGHT'S
000110*  CYCLE TOGETHER FROM THE SCHEDULER AND THE SYSOUT
000120*  OF EACH STEP.  THIS PROGRAM READS THE CYCLE RUN
000130*  LEDGER (EXECLOG) FOR THE PROCESSING DATE THE
000140*  OPERATOR KEYS IN AND PRINTS (RELEXEC):
000150*    1 - THE STATE OF EACH STEP OF THE CYCLE FOR THE
000160*        DATE: AULA9 RATES, AULA1 POSTING, AULA5
000170*        RECONCILIATION, AULA8 PROOF, AND AT MONTH
000180*        END AULA11 PERIOD CLOSE (LEDGER REFERENCE
000190*        THE PERIOD WITH DAY 00) AND AULA12 INTEREST
000200*        ACCRUAL.  THE LATEST RUN OF A STEP IS THE
000210*        ONE THAT COUNTS: NOT RUN, STILL RUNNING OR
000220*        ABENDED (A START WITH NO END), ENDED WITH
000230*        ITS RC, OR REFUSED AT START-UP WHEN THE
000240*        STEP NEVER GOT PAST ITS PREREQUISITES.  A
000250*        STEP IS OK WHEN IT ENDED WITHIN ITS
000260*        ACCEPTABLE RC - THE SAME LIMITS THE NEXT
000270*        STEP CHECKS BEFORE IT WILL START (AULA1 MAY
000280*        END 8 WITH BATCHES HELD, AULA12 MAY END 4).
000290*        THE MONTH-END STEPS ARE JUDGED ONLY ON THE
000300*        LAST DAY OF THE MONTH OR ONCE THEY HAVE RUN.
000310*    2 - EVERY LEDGER RECORD FOR THE DATE, OR FOR
000320*        ITS PERIOD WITH DAY 00, IN THE ORDER IT WAS
000330*        WRITTEN, WHATEVER THE PROGRAM.
000340*  THE RUN ENDS RC 4 WHEN ANY STEP OF THE CYCLE IS
000350*  NOT OK, SO A SCHEDULER CAN TEST THE CYCLE WITH
000360*  ONE STEP.
000370*-----------------------------------------------------
000380*  MODIFICATION HISTORY
000390*  DATE       INIT  DESCRIPTION
000400*  2026-10-15 RLH   ORIGINAL PROGRAM.
000410*****************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT EXECLOG ASSIGN TO "EXECLOG"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-EXECLOG-STATUS.
000480     SELECT RELEXEC ASSIGN TO "RELEXEC"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-RELEXEC-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  EXECLOG
000540     LABEL RECORDS ARE STANDARD
000550     RECORDING MODE IS F.
000560     COPY EXECREC.
000570 FD  RELEXEC
000580     LABEL RECORDS ARE STANDARD
000590     RECORDING MODE IS F.
000600 01  REL-REGISTRO             PIC X(132).
000610 WORKING-STORAGE SECTION.
000620*****************************************************
000630*  SWITCHES AND FILE STATUS
000640*****************************************************
000650 77  WS-EXECLOG-EOF-SW        PIC X(01) VALUE "N".
000660     88  WS-FIM-EXECLOG                 VALUE "Y".
000670 77  WS-REFERENCIA-SW         PIC X(01) VALUE "N".
000680     88  WS-REFERENCIA-CONFERE          VALUE "Y".
000690 77  WS-FIM-DE-MES-SW         PIC X(01) VALUE "N".
000700     88  WS-FIM-DE-MES                  VALUE "Y".
000710 77  WS-SECAO-SW              PIC X(01) VALUE "P".
000720     88  WS-SECAO-PASSOS                VALUE "P".
000730     88  WS-SECAO-REGISTROS             VALUE "R".
000740 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
000750 77  WS-RELEXEC-STATUS        PIC X(02) VALUE "00".
000760*****************************************************
000770*  DATE UNDER INQUIRY, AS KEYED AND AS A LEDGER
000780*  REFERENCE, AND THE LENGTH OF ITS MONTH.
000790*****************************************************
000800 01  WS-DATA-CONSULTA         PIC 9(08).
000810 01  WS-DATA-CONSULTA-X REDEFINES WS-DATA-CONSULTA.
000820     05  WS-CONSULTA-AAAA     PIC X(04).
000830     05  WS-CONSULTA-MM       PIC X(02).
000840     05  WS-CONSULTA-DD       PIC X(02).
000850 01  WS-REFERENCIA            PIC 9(08) VALUE ZERO.
000860 01  WS-REFERENCIA-PARTES REDEFINES WS-REFERENCIA.
000870     05  WS-REF-PERIODO       PIC 9(06).
000880     05  WS-REF-DIA           PIC 9(02).
000890 01  WS-REFERENCIA-DATA REDEFINES WS-REFERENCIA.
000900     05  WS-REF-AAAA          PIC 9(04).
000910     05  WS-REF-MM            PIC 9(02).
000920     05  WS-REF-DD            PIC 9(02).
000930 77  WS-DIAS-NO-MES           PIC 9(02) VALUE ZERO.
000940 77  WS-QUOCIENTE             PIC 9(04) COMP VALUE ZERO.
000950 77  WS-RESTO-4               PIC 9(03) COMP VALUE ZERO.
000960 77  WS-RESTO-100             PIC 9(03) COMP VALUE ZERO.
000970 77  WS-RESTO-400             PIC 9(03) COMP VALUE ZERO.
000980 01  WS-DIAS-MES-VALORES.
000990     05  FILLER               PIC X(24) VALUE
001000         "312831303130313130313031".
001010 01  WS-DIAS-MES-TAB REDEFINES WS-DIAS-MES-VALORES.
001020     05  WS-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.
001030*****************************************************
001040*  THE STEPS OF THE CYCLE IN THE ORDER THEY RUN:
001050*  PROGRAM, DESCRIPTION, HIGHEST ACCEPTABLE RC,
001060*  MONTH-END ONLY (S/N) AND LEDGER REFERENCE (D =
001070*  THE PROCESSING DATE, P = THE PERIOD WITH DAY 00).
001080*****************************************************
001090 77  WS-QTD-PASSOS            PIC 9(02) COMP VALUE 6.
001100 01  WS-PASSOS-VALORES.
001110     05  FILLER               PIC X(36) VALUE
001120         "AULA9   CARGA DE CAMBIO         00ND".
001130     05  FILLER               PIC X(36) VALUE
001140         "AULA1   POSTAGEM DO MOVIMENTO   08ND".
001150     05  FILLER               PIC X(36) VALUE
001160         "AULA5   CONCILIACAO             00ND".
001170     05  FILLER               PIC X(36) VALUE
001180         "AULA8   PROVA DO MASTER         00ND".
001190     05  FILLER               PIC X(36) VALUE
001200         "AULA11  FECHAMENTO DO PERIODO   00SP".
001210     05  FILLER               PIC X(36) VALUE
001220         "AULA12  ACUMULO DE JUROS        04SD".
001230 01  WS-TABELA-PASSOS REDEFINES WS-PASSOS-VALORES.
001240     05  WS-PAS-ENTRADA OCCURS 6 TIMES
001250             INDEXED BY WS-PAS-IDX.
001260         10  WS-PAS-PROGRAMA  PIC X(08).
001270         10  WS-PAS-DESCRICAO PIC X(24).
001280         10  WS-PAS-RC-MAXIMO PIC 9(02).
001290         10  WS-PAS-FIM-MES   PIC X(01).
001300         10  WS-PAS-TIPO-REF  PIC X(01).
001310*****************************************************
001320*  WHAT THE LEDGER SAYS OF EACH STEP, ONE ENTRY PER
001330*  STEP ABOVE: THE STATE OF ITS LATEST RUN, HOW MANY
001340*  TIMES IT STARTED AND WAS REFUSED, AND THE TEXT OF
001350*  THE LATEST REFUSAL.
001360*****************************************************
001370 01  WS-TABELA-SITUACAO.
001380     05  WS-SIT-ENTRADA OCCURS 6 TIMES
001390             INDEXED BY WS-SIT-IDX.
001400         10  WS-SIT-ESTADO    PIC X(01).
001410             88  WS-SIT-NAO-EXECUTADO       VALUE SPACE.
001420             88  WS-SIT-EM-ANDAMENTO        VALUE "I".
001430             88  WS-SIT-CONCLUIDO           VALUE "F".
001440             88  WS-SIT-RECUSADO            VALUE "R".
001450         10  WS-SIT-RC        PIC 9(02).
001460         10  WS-SIT-DATA-INICIO
001470                              PIC 9(08).
001480         10  WS-SIT-HORA-INICIO
001490                              PIC 9(06).
001500         10  WS-SIT-DATA-FIM  PIC 9(08).
001510         10  WS-SIT-HORA-FIM  PIC 9(06).
001520         10  WS-SIT-OPERADOR  PIC X(08).
001530         10  WS-SIT-EXECUCOES PIC 9(03) COMP.
001540         10  WS-SIT-RECUSAS   PIC 9(03) COMP.
001550         10  WS-SIT-MENSAGEM  PIC X(30).
001560 77  WS-PRIMEIRO-PENDENTE     PIC X(08) VALUE SPACES.
001570*****************************************************
001580*  RUN TOTALS
001590*****************************************************
001600 77  WS-CONT-LIDOS            PIC 9(07) COMP VALUE ZERO.
001610 77  WS-CONT-LISTADOS         PIC 9(07) COMP VALUE ZERO.
001620 77  WS-CONT-PENDENTES        PIC 9(02) COMP VALUE ZERO.
001630*****************************************************
001640*  PAGE CONTROL AND PRINT LINES
001650*****************************************************
001660 77  WS-LINHAS-POR-PAGINA     PIC 9(02) COMP VALUE 55.
001670 77  WS-CONTADOR-LINHAS       PIC 9(02) COMP VALUE ZERO.
001680 77  WS-CONTADOR-PAGINAS      PIC 9(05) COMP VALUE ZERO.
001690 77  WS-TITULO-SECAO          PIC X(44) VALUE SPACES.
001700 01  WS-CABECALHO-1.
001710     05  FILLER               PIC X(34) VALUE
001720         "SITUACAO DO CICLO NOTURNO         ".
001730     05  FILLER               PIC X(06) VALUE "DATA: ".
001740     05  WS-CAB-DATA          PIC 9(08).
001750     05  FILLER               PIC X(10) VALUE "  PAGINA: ".
001760     05  WS-CAB-PAGINA        PIC ZZZZ9.
001770 01  WS-CABECALHO-2.
001780     05  FILLER               PIC X(02) VALUE SPACES.
001790     05  WS-CAB-SECAO         PIC X(44).
001800 01  WS-CABECALHO-3.
001810     05  FILLER               PIC X(125) VALUE ALL "-".
001820 01  WS-CABECALHO-REGISTROS.
001830     05  FILLER               PIC X(02) VALUE SPACES.
001840     05  FILLER               PIC X(09) VALUE "PROGRAMA ".
001850     05  FILLER               PIC X(09) VALUE "REFERENC ".
001860     05  FILLER               PIC X(07) VALUE "EVENTO ".
001870     05  FILLER               PIC X(09) VALUE "DATA     ".
001880     05  FILLER               PIC X(07) VALUE "HORA   ".
001890     05  FILLER               PIC X(08) VALUE "OPERADOR".
001900     05  FILLER               PIC X(04) VALUE "  RC".
001910     05  FILLER               PIC X(10) VALUE "     LIDOS".
001920     05  FILLER               PIC X(10) VALUE " PROCESSOS".
001930     05  FILLER               PIC X(10) VALUE "  EXCECOES".
001940     05  FILLER               PIC X(10) VALUE "  MENSAGEM".
001950 01  WS-LINHA-PASSO.
001960     05  FILLER               PIC X(02) VALUE SPACES.
001970     05  WS-LP-PROGRAMA       PIC X(08).
001980     05  FILLER               PIC X(01) VALUE SPACE.
001990     05  WS-LP-DESCRICAO      PIC X(24).
002000     05  FILLER               PIC X(01) VALUE SPACE.
002010     05  WS-LP-SITUACAO       PIC X(18).
002020     05  FILLER               PIC X(04) VALUE " RC ".
002030     05  WS-LP-RC             PIC X(02).
002040     05  FILLER               PIC X(09) VALUE "  INICIO ".
002050     05  WS-LP-DATA-INICIO    PIC X(08).
002060     05  FILLER               PIC X(01) VALUE SPACE.
002070     05  WS-LP-HORA-INICIO    PIC X(06).
002080     05  FILLER               PIC X(06) VALUE "  FIM ".
002090     05  WS-LP-DATA-FIM       PIC X(08).
002100     05  FILLER               PIC X(01) VALUE SPACE.
002110     05  WS-LP-HORA-FIM       PIC X(06).
002120     05  FILLER               PIC X(02) VALUE SPACES.
002130     05  WS-LP-OPERADOR       PIC X(08).
002140     05  FILLER               PIC X(02) VALUE SPACES.
002150     05  WS-LP-AVALIACAO      PIC X(08).
002160 01  WS-LINHA-DETALHE.
002170     05  FILLER               PIC X(12) VALUE SPACES.
002180     05  FILLER               PIC X(11) VALUE "EXECUCOES: ".
002190     05  WS-LD-EXECUCOES      PIC ZZ9.
002200     05  FILLER               PIC X(11) VALUE "  RECUSAS: ".
002210     05  WS-LD-RECUSAS        PIC ZZ9.
002220     05  FILLER               PIC X(17) VALUE
002230         "  ULTIMA RECUSA: ".
002240     05  WS-LD-MENSAGEM       PIC X(30).
002250 01  WS-LINHA-REGISTRO.
002260     05  FILLER               PIC X(02) VALUE SPACES.
002270     05  WS-LR-PROGRAMA       PIC X(08).
002280     05  FILLER               PIC X(01) VALUE SPACE.
002290     05  WS-LR-REFERENCIA     PIC 9(08).
002300     05  FILLER               PIC X(01) VALUE SPACE.
002310     05  WS-LR-EVENTO         PIC X(06).
002320     05  FILLER               PIC X(01) VALUE SPACE.
002330     05  WS-LR-DATA           PIC 9(08).
002340     05  FILLER               PIC X(01) VALUE SPACE.
002350     05  WS-LR-HORA           PIC 9(06).
002360     05  FILLER               PIC X(01) VALUE SPACE.
002370     05  WS-LR-OPERADOR       PIC X(08).
002380     05  FILLER               PIC X(02) VALUE SPACES.
002390     05  WS-LR-RC             PIC X(02).
002400     05  FILLER               PIC X(01) VALUE SPACE.
002410     05  WS-LR-LIDOS          PIC Z(8)9.
002420     05  FILLER               PIC X(01) VALUE SPACE.
002430     05  WS-LR-PROCESSADOS    PIC Z(8)9.
002440     05  FILLER               PIC X(01) VALUE SPACE.
002450     05  WS-LR-EXCECOES       PIC Z(8)9.
002460     05  FILLER               PIC X(02) VALUE SPACES.
002470     05  WS-LR-MENSAGEM       PIC X(30).
002480 01  WS-LINHA-TEXTO.
002490     05  FILLER               PIC X(02) VALUE SPACES.
002500     05  WS-TXT-TEXTO         PIC X(70).
002510 01  WS-TXT-PENDENTES.
002520     05  FILLER               PIC X(27) VALUE
002530         "CICLO INCOMPLETO - PASSOS: ".
002540     05  WS-TXT-QTD           PIC 9.
002550     05  FILLER               PIC X(25) VALUE
002560         " PENDENTE(S), A PARTIR DE".
002570     05  FILLER               PIC X(01) VALUE SPACE.
002580     05  WS-TXT-PROGRAMA      PIC X(08).
002590*****************************************************
002600*  CYCLE RUN LEDGER (EXECLOG)
002610*****************************************************
002620 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
002630 01  WS-EL-HORA-SISTEMA.
002640     05  WS-EL-HHMMSS         PIC 9(06).
002650     05  FILLER               PIC 9(02).
002660     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
002670
002680 PROCEDURE DIVISION.
002690*****************************************************
002700*  INICIALIZACAO - TAKES THE DATE, WORKS OUT THE
002710*  STATE OF EACH STEP FROM THE WHOLE LEDGER, PRINTS
002720*  IT, AND THEN LISTS THE DATE'S LEDGER RECORDS.
002730*****************************************************
002740 INICIALIZACAO.
002750     PERFORM ACEITA-DATA.
002760     PERFORM REGISTRA-INICIO.
002770     OPEN OUTPUT RELEXEC.
002780     IF WS-RELEXEC-STATUS NOT = "00"
002790         DISPLAY "ERRO - RELATORIO (RELEXEC) INDISPONIVEL, "
002800             "STATUS " WS-RELEXEC-STATUS
002810         MOVE 12 TO RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840     INITIALIZE WS-TABELA-SITUACAO.
002850     PERFORM ABRE-CONSULTA-EXECLOG.
002860     PERFORM APURA-REGISTRO
002870         UNTIL WS-FIM-EXECLOG.
002880     PERFORM FECHA-CONSULTA-EXECLOG.
002890     SET WS-SECAO-PASSOS TO TRUE.
002900     MOVE "PASSOS DO CICLO" TO WS-TITULO-SECAO.
002910     PERFORM IMPRIME-CABECALHO.
002920     PERFORM IMPRIME-PASSO
002930         VARYING WS-PAS-IDX FROM 1 BY 1
002940         UNTIL WS-PAS-IDX > WS-QTD-PASSOS.
002950     PERFORM IMPRIME-CONCLUSAO.
002960     SET WS-SECAO-REGISTROS TO TRUE.
002970     MOVE "REGISTROS DO LIVRO DE EXECUCOES"
002980         TO WS-TITULO-SECAO.
002990     PERFORM IMPRIME-CABECALHO.
003000     PERFORM ABRE-CONSULTA-EXECLOG.
003010     PERFORM LISTA-REGISTRO
003020         UNTIL WS-FIM-EXECLOG.
003030     PERFORM FECHA-CONSULTA-EXECLOG.
003040     IF WS-CONT-LISTADOS = ZERO
003050         MOVE "NENHUM REGISTRO PARA A DATA" TO WS-TXT-TEXTO
003060         WRITE REL-REGISTRO FROM WS-LINHA-TEXTO
003070             AFTER ADVANCING 1 LINE
003080     END-IF.
003090     PERFORM FINALIZA-PROGRAMA.
003100
003110*****************************************************
003120*  ACEITA-DATA - THE PROCESSING DATE TO INQUIRE ON.
003130*  A DATE THAT IS NOT A REAL DAY IS REFUSED, SINCE
003140*  WHETHER IT IS MONTH END DECIDES WHICH STEPS ARE
003150*  DUE.
003160*****************************************************
003170 ACEITA-DATA.
003180     DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD): "
003190         WITH NO ADVANCING.
003200     ACCEPT WS-DATA-CONSULTA.
003210     IF WS-DATA-CONSULTA NOT NUMERIC
003220         OR WS-CONSULTA-MM < "01" OR WS-CONSULTA-MM > "12"
003230         OR WS-CONSULTA-DD < "01" OR WS-CONSULTA-DD > "31"
003240         DISPLAY "DATA DE PROCESSAMENTO INVALIDA"
003250         MOVE 12 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280     MOVE WS-DATA-CONSULTA TO WS-REFERENCIA.
003290     PERFORM CALCULA-DIAS-NO-MES.
003300     IF WS-REF-DD > WS-DIAS-NO-MES
003310         DISPLAY "DATA DE PROCESSAMENTO INVALIDA"
003320         MOVE 12 TO RETURN-CODE
003330         STOP RUN
003340     END-IF.
003350     IF WS-REF-DD = WS-DIAS-NO-MES
003360         SET WS-FIM-DE-MES TO TRUE
003370     END-IF.
003380
003390*****************************************************
003400*  CALCULA-DIAS-NO-MES - DAYS IN THE MONTH OF
003410*  WS-REFERENCIA, 29 FOR FEBRUARY OF A LEAP YEAR, AS
003420*  IN AULA15.
003430*****************************************************
003440 CALCULA-DIAS-NO-MES.
003450     MOVE WS-DIAS-MES (WS-REF-MM) TO WS-DIAS-NO-MES.
003460     IF WS-REF-MM = 2
003470         DIVIDE WS-REF-AAAA BY 4 GIVING WS-QUOCIENTE
003480             REMAINDER WS-RESTO-4
003490         DIVIDE WS-REF-AAAA BY 100 GIVING WS-QUOCIENTE
003500             REMAINDER WS-RESTO-100
003510         DIVIDE WS-REF-AAAA BY 400 GIVING WS-QUOCIENTE
003520             REMAINDER WS-RESTO-400
003530         IF WS-RESTO-4 = ZERO
003540             AND (WS-RESTO-100 NOT = ZERO
003550                  OR WS-RESTO-400 = ZERO)
003560             MOVE 29 TO WS-DIAS-NO-MES
003570         END-IF
003580     END-IF.
003590
003600*****************************************************
003610*  APURA-REGISTRO - FOLLOWS THE LEDGER IN ORDER; A
003620*  RECORD OF ONE OF THE CYCLE STEPS, FOR THAT STEP'S
003630*  REFERENCE, UPDATES THE STEP'S STATE.
003640*****************************************************
003650 APURA-REGISTRO.
003660     ADD 1 TO WS-CONT-LIDOS.
003670     SET WS-PAS-IDX TO 1.
003680     SEARCH WS-PAS-ENTRADA
003690         AT END
003700             CONTINUE
003710         WHEN WS-PAS-PROGRAMA (WS-PAS-IDX) = EL-PROGRAMA
003720             PERFORM CONFERE-REFERENCIA
003730             IF WS-REFERENCIA-CONFERE
003740                 PERFORM ANOTA-PASSO
003750             END-IF
003760     END-SEARCH.
003770     PERFORM LE-EXECLOG.
003780
003790 CONFERE-REFERENCIA.
003800     MOVE "N" TO WS-REFERENCIA-SW.
003810     IF WS-PAS-TIPO-REF (WS-PAS-IDX) = "P"
003820         IF EL-REF-PERIODO = WS-REF-PERIODO
003830             AND EL-REF-DIA = ZERO
003840             SET WS-REFERENCIA-CONFERE TO TRUE
003850         END-IF
003860     ELSE
003870         IF EL-DATA-REFERENCIA = WS-REFERENCIA
003880             SET WS-REFERENCIA-CONFERE TO TRUE
003890         END-IF
003900     END-IF.
003910
003920*****************************************************
003930*  ANOTA-PASSO - A START OPENS A NEW RUN OF THE STEP
003940*  AND AN END CLOSES IT.  A REFUSAL IS COUNTED, BUT
003950*  ONLY BECOMES THE STEP'S STATE WHILE THE STEP HAS
003960*  NO RUN: A RERUN REFUSED AFTER A GOOD RUN DOES NOT
003970*  UNDO IT.
003980*****************************************************
003990 ANOTA-PASSO.
004000     SET WS-SIT-IDX TO WS-PAS-IDX.
004010     EVALUATE TRUE
004020         WHEN EL-EVENTO-INICIO
004030             MOVE "I" TO WS-SIT-ESTADO (WS-SIT-IDX)
004040             ADD 1 TO WS-SIT-EXECUCOES (WS-SIT-IDX)
004050             MOVE ZERO TO WS-SIT-RC (WS-SIT-IDX)
004060                 WS-SIT-DATA-FIM (WS-SIT-IDX)
004070                 WS-SIT-HORA-FIM (WS-SIT-IDX)
004080             PERFORM ANOTA-INICIO
004090         WHEN EL-EVENTO-FIM
004100             MOVE "F" TO WS-SIT-ESTADO (WS-SIT-IDX)
004110             MOVE EL-RETURN-CODE TO WS-SIT-RC (WS-SIT-IDX)
004120             MOVE EL-DATA-FIM TO WS-SIT-DATA-FIM (WS-SIT-IDX)
004130             MOVE EL-HORA-FIM TO WS-SIT-HORA-FIM (WS-SIT-IDX)
004140             PERFORM ANOTA-INICIO
004150         WHEN EL-EVENTO-RECUSA
004160             ADD 1 TO WS-SIT-RECUSAS (WS-SIT-IDX)
004170             MOVE EL-MENSAGEM TO WS-SIT-MENSAGEM (WS-SIT-IDX)
004180             IF WS-SIT-NAO-EXECUTADO (WS-SIT-IDX)
004190                 OR WS-SIT-RECUSADO (WS-SIT-IDX)
004200                 MOVE "R" TO WS-SIT-ESTADO (WS-SIT-IDX)
004210                 MOVE EL-RETURN-CODE
004220                     TO WS-SIT-RC (WS-SIT-IDX)
004230                 MOVE ZERO TO WS-SIT-DATA-FIM (WS-SIT-IDX)
004240                     WS-SIT-HORA-FIM (WS-SIT-IDX)
004250                 PERFORM ANOTA-INICIO
004260             END-IF
004270     END-EVALUATE.
004280
004290 ANOTA-INICIO.
004300     MOVE EL-DATA-INICIO TO WS-SIT-DATA-INICIO (WS-SIT-IDX).
004310     MOVE EL-HORA-INICIO TO WS-SIT-HORA-INICIO (WS-SIT-IDX).
004320     MOVE EL-OPERADOR TO WS-SIT-OPERADOR (WS-SIT-IDX).
004330
004340*****************************************************
004350*  IMPRIME-PASSO - ONE LINE PER STEP WITH ITS STATE
004360*  AND VERDICT, AND A SECOND LINE WHEN THE STEP RAN
004370*  MORE THAN ONCE OR WAS EVER REFUSED FOR THE DATE.
004380*  A MONTH-END STEP BEFORE MONTH END THAT HAS NOT
004390*  RUN IS NOT DUE AND NOT JUDGED.
004400*****************************************************
004410 IMPRIME-PASSO.
004420     SET WS-SIT-IDX TO WS-PAS-IDX.
004430     IF WS-CONTADOR-LINHAS + 2 >= WS-LINHAS-POR-PAGINA
004440         PERFORM IMPRIME-CABECALHO
004450     END-IF.
004460     MOVE WS-PAS-PROGRAMA (WS-PAS-IDX) TO WS-LP-PROGRAMA.
004470     MOVE WS-PAS-DESCRICAO (WS-PAS-IDX) TO WS-LP-DESCRICAO.
004480     MOVE SPACES TO WS-LP-RC WS-LP-DATA-INICIO
004490         WS-LP-HORA-INICIO WS-LP-DATA-FIM WS-LP-HORA-FIM
004500         WS-LP-OPERADOR WS-LP-AVALIACAO.
004510     IF NOT WS-SIT-NAO-EXECUTADO (WS-SIT-IDX)
004520         MOVE WS-SIT-DATA-INICIO (WS-SIT-IDX)
004530             TO WS-LP-DATA-INICIO
004540         MOVE WS-SIT-HORA-INICIO (WS-SIT-IDX)
004550             TO WS-LP-HORA-INICIO
004560         MOVE WS-SIT-OPERADOR (WS-SIT-IDX) TO WS-LP-OPERADOR
004570     END-IF.
004580     EVALUATE TRUE
004590         WHEN WS-SIT-NAO-EXECUTADO (WS-SIT-IDX)
004600             MOVE "NAO EXECUTADO" TO WS-LP-SITUACAO
004610         WHEN WS-SIT-EM-ANDAMENTO (WS-SIT-IDX)
004620             MOVE "EM ANDAMENTO/ABEND" TO WS-LP-SITUACAO
004630         WHEN WS-SIT-CONCLUIDO (WS-SIT-IDX)
004640             MOVE "CONCLUIDO" TO WS-LP-SITUACAO
004650             MOVE WS-SIT-RC (WS-SIT-IDX) TO WS-LP-RC
004660             MOVE WS-SIT-DATA-FIM (WS-SIT-IDX)
004670                 TO WS-LP-DATA-FIM
004680             MOVE WS-SIT-HORA-FIM (WS-SIT-IDX)
004690                 TO WS-LP-HORA-FIM
004700         WHEN OTHER
004710             MOVE "RECUSADO" TO WS-LP-SITUACAO
004720             MOVE WS-SIT-RC (WS-SIT-IDX) TO WS-LP-RC
004730     END-EVALUATE.
004740     IF WS-PAS-FIM-MES (WS-PAS-IDX) = "S"
004750         AND NOT WS-FIM-DE-MES
004760         AND WS-SIT-NAO-EXECUTADO (WS-SIT-IDX)
004770         MOVE "NAO SE APLICA" TO WS-LP-SITUACAO
004780     ELSE
004790         IF WS-SIT-CONCLUIDO (WS-SIT-IDX)
004800             AND WS-SIT-RC (WS-SIT-IDX)
004810                 NOT > WS-PAS-RC-MAXIMO (WS-PAS-IDX)
004820             MOVE "OK" TO WS-LP-AVALIACAO
004830         ELSE
004840             MOVE "PENDENTE" TO WS-LP-AVALIACAO
004850             ADD 1 TO WS-CONT-PENDENTES
004860             IF WS-PRIMEIRO-PENDENTE = SPACES
004870                 MOVE WS-PAS-PROGRAMA (WS-PAS-IDX)
004880                     TO WS-PRIMEIRO-PENDENTE
004890             END-IF
004900         END-IF
004910     END-IF.
004920     WRITE REL-REGISTRO FROM WS-LINHA-PASSO
004930         AFTER ADVANCING 1 LINE.
004940     ADD 1 TO WS-CONTADOR-LINHAS.
004950     IF WS-SIT-EXECUCOES (WS-SIT-IDX) > 1
004960         OR WS-SIT-RECUSAS (WS-SIT-IDX) > ZERO
004970         MOVE WS-SIT-EXECUCOES (WS-SIT-IDX) TO WS-LD-EXECUCOES
004980         MOVE WS-SIT-RECUSAS (WS-SIT-IDX) TO WS-LD-RECUSAS
004990         MOVE WS-SIT-MENSAGEM (WS-SIT-IDX) TO WS-LD-MENSAGEM
005000         WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
005010             AFTER ADVANCING 1 LINE
005020         ADD 1 TO WS-CONTADOR-LINHAS
005030     END-IF.
005040
005050*****************************************************
005060*  IMPRIME-CONCLUSAO - THE VERDICT ON THE WHOLE
005070*  CYCLE, NAMING THE FIRST STEP STILL OWED.
005080*****************************************************
005090 IMPRIME-CONCLUSAO.
005100     IF WS-CONT-PENDENTES = ZERO
005110         MOVE "CICLO COMPLETO PARA A DATA" TO WS-TXT-TEXTO
005120     ELSE
005130         MOVE WS-CONT-PENDENTES TO WS-TXT-QTD
005140         MOVE WS-PRIMEIRO-PENDENTE TO WS-TXT-PROGRAMA
005150         MOVE WS-TXT-PENDENTES TO WS-TXT-TEXTO
005160     END-IF.
005170     WRITE REL-REGISTRO FROM WS-LINHA-TEXTO
005180         AFTER ADVANCING 2 LINES.
005190     ADD 2 TO WS-CONTADOR-LINHAS.
005200
005210*****************************************************
005220*  LISTA-REGISTRO - EVERY LEDGER RECORD FOR THE DATE
005230*  OR ITS PERIOD, BUT NOT THOSE OF THIS INQUIRY.  THE
005240*  DATE AND TIME SHOWN ARE THE START FOR A START OR A
005250*  REFUSAL AND THE END FOR AN END.
005260*****************************************************
005270 LISTA-REGISTRO.
005280     IF EL-PROGRAMA NOT = "AULA17"
005290         AND (EL-DATA-REFERENCIA = WS-REFERENCIA
005300              OR (EL-REF-PERIODO = WS-REF-PERIODO
005310                  AND EL-REF-DIA = ZERO))
005320         PERFORM IMPRIME-REGISTRO
005330     END-IF.
005340     PERFORM LE-EXECLOG.
005350
005360 IMPRIME-REGISTRO.
005370     IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
005380         PERFORM IMPRIME-CABECALHO
005390     END-IF.
005400     MOVE EL-PROGRAMA TO WS-LR-PROGRAMA.
005410     MOVE EL-DATA-REFERENCIA TO WS-LR-REFERENCIA.
005420     MOVE EL-OPERADOR TO WS-LR-OPERADOR.
005430     MOVE EL-QTD-LIDOS TO WS-LR-LIDOS.
005440     MOVE EL-QTD-PROCESSADOS TO WS-LR-PROCESSADOS.
005450     MOVE EL-QTD-EXCECOES TO WS-LR-EXCECOES.
005460     MOVE EL-MENSAGEM TO WS-LR-MENSAGEM.
005470     MOVE SPACES TO WS-LR-RC.
005480     EVALUATE TRUE
005490         WHEN EL-EVENTO-INICIO
005500             MOVE "INICIO" TO WS-LR-EVENTO
005510             MOVE EL-DATA-INICIO TO WS-LR-DATA
005520             MOVE EL-HORA-INICIO TO WS-LR-HORA
005530         WHEN EL-EVENTO-FIM
005540             MOVE "FIM" TO WS-LR-EVENTO
005550             MOVE EL-DATA-FIM TO WS-LR-DATA
005560             MOVE EL-HORA-FIM TO WS-LR-HORA
005570             MOVE EL-RETURN-CODE TO WS-LR-RC
005580         WHEN OTHER
005590             MOVE "RECUSA" TO WS-LR-EVENTO
005600             MOVE EL-DATA-INICIO TO WS-LR-DATA
005610             MOVE EL-HORA-INICIO TO WS-LR-HORA
005620             MOVE EL-RETURN-CODE TO WS-LR-RC
005630     END-EVALUATE.
005640     WRITE REL-REGISTRO FROM WS-LINHA-REGISTRO
005650         AFTER ADVANCING 1 LINE.
005660     ADD 1 TO WS-CONTADOR-LINHAS.
005670     ADD 1 TO WS-CONT-LISTADOS.
005680
005690*****************************************************
005700*  IMPRIME-CABECALHO - PAGE HEADING, AS IN AULA14;
005710*  THE RECORD LISTING CARRIES ITS COLUMN TITLES.
005720*****************************************************
005730 IMPRIME-CABECALHO.
005740     ADD 1 TO WS-CONTADOR-PAGINAS.
005750     MOVE WS-REFERENCIA TO WS-CAB-DATA.
005760     MOVE WS-CONTADOR-PAGINAS TO WS-CAB-PAGINA.
005770     IF WS-CONTADOR-PAGINAS = 1
005780         WRITE REL-REGISTRO FROM WS-CABECALHO-1
005790             AFTER ADVANCING 1 LINE
005800     ELSE
005810         WRITE REL-REGISTRO FROM WS-CABECALHO-1
005820             AFTER ADVANCING PAGE
005830     END-IF.
005840     MOVE WS-TITULO-SECAO TO WS-CAB-SECAO.
005850     WRITE REL-REGISTRO FROM WS-CABECALHO-2
005860         AFTER ADVANCING 2 LINES.
005870     MOVE 3 TO WS-CONTADOR-LINHAS.
005880     IF WS-SECAO-REGISTROS
005890         WRITE REL-REGISTRO FROM WS-CABECALHO-REGISTROS
005900             AFTER ADVANCING 1 LINE
005910         ADD 1 TO WS-CONTADOR-LINHAS
005920     END-IF.
005930     WRITE REL-REGISTRO FROM WS-CABECALHO-3
005940         AFTER ADVANCING 1 LINE.
005950     ADD 1 TO WS-CONTADOR-LINHAS.
005960
005970*****************************************************
005980*  ABRE-CONSULTA-EXECLOG / FECHA- / LE- - READING
005990*  THE LEDGER, AS IN THE STEPS THAT CHECK IT.  THIS
006000*  RUN'S OWN START RECORD HAS CREATED IT, SO IT IS
006010*  NEVER MISSING HERE.
006020*****************************************************
006030 ABRE-CONSULTA-EXECLOG.
006040     MOVE "N" TO WS-EXECLOG-EOF-SW.
006050     OPEN INPUT EXECLOG.
006060     IF WS-EXECLOG-STATUS NOT = "00"
006070         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
006080             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
006090         MOVE 12 TO RETURN-CODE
006100         STOP RUN
006110     END-IF.
006120     PERFORM LE-EXECLOG.
006130
006140 FECHA-CONSULTA-EXECLOG.
006150     CLOSE EXECLOG.
006160
006170 LE-EXECLOG.
006180     READ EXECLOG
006190         AT END
006200             SET WS-FIM-EXECLOG TO TRUE
006210     END-READ.
006220
006230*****************************************************
006240*  FINALIZA-PROGRAMA - SUMMARY AND RETURN CODE: 0 =
006250*  THE CYCLE FOR THE DATE IS COMPLETE, 4 = A STEP IS
006260*  STILL OWED.
006270*****************************************************
006280 FINALIZA-PROGRAMA.
006290     CLOSE RELEXEC.
006300     DISPLAY "----------------------------------------".
006310     DISPLAY "SITUACAO DO CICLO - DATA " WS-REFERENCIA.
006320     DISPLAY "REGISTROS DO LIVRO LIDOS : " WS-CONT-LIDOS.
006330     DISPLAY "REGISTROS DA DATA        : " WS-CONT-LISTADOS.
006340     DISPLAY "PASSOS PENDENTES         : " WS-CONT-PENDENTES.
006350     IF WS-CONT-PENDENTES = ZERO
006360         DISPLAY "CICLO COMPLETO"
006370     ELSE
006380         DISPLAY "CICLO INCOMPLETO - PRIMEIRO PASSO PENDENTE: "
006390             WS-PRIMEIRO-PENDENTE
006400     END-IF.
006410     DISPLAY "----------------------------------------".
006420     IF WS-CONT-PENDENTES > ZERO
006430         MOVE 4 TO RETURN-CODE
006440     ELSE
006450         MOVE ZERO TO RETURN-CODE
006460     END-IF.
006470     PERFORM REGISTRA-FIM.
006480     DISPLAY "Programa finalizado!!".
006490     STOP RUN.
006500
006510*****************************************************
006520*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
006530*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
006540*  ARE ACCEPTED, SO AN I WITH NO MATCHING F
006550*  MEANS THE RUN IS STILL GOING OR DIED.
006560*****************************************************
006570 REGISTRA-INICIO.
006580     PERFORM MONTA-EXECLOG.
006590     MOVE "I" TO WE-EVENTO.
006600     PERFORM GRAVA-EXECLOG.
006610
006620*****************************************************
006630*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
006640*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
006650*****************************************************
006660 REGISTRA-FIM.
006670     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
006680     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
006690     MOVE "F" TO WE-EVENTO.
006700     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
006710     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
006720     MOVE RETURN-CODE TO WE-RETURN-CODE.
006730     MOVE WS-CONT-LIDOS TO WE-QTD-LIDOS.
006740     MOVE WS-CONT-LISTADOS TO WE-QTD-PROCESSADOS.
006750     MOVE WS-CONT-PENDENTES TO WE-QTD-EXCECOES.
006760     PERFORM GRAVA-EXECLOG.
006770
006780 MONTA-EXECLOG.
006790     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
006800     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
006810     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
006820     MOVE "AULA17" TO WE-PROGRAMA.
006830     MOVE WS-REFERENCIA TO WE-DATA-REFERENCIA.
006840     MOVE SPACES TO WE-OPERADOR.
006850     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
006860     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
006870     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
006880         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
006890
006900*****************************************************
006910*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
006920*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
006930*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
006940*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
006950*****************************************************
006960 GRAVA-EXECLOG.
006970     OPEN EXTEND EXECLOG.
006980     IF WS-EXECLOG-STATUS = "35" OR "05"
006990         OPEN OUTPUT EXECLOG
007000     END-IF.
007010     IF WS-EXECLOG-STATUS NOT = "00"
007020         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
007030             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
007040         MOVE 12 TO RETURN-CODE
007050         STOP RUN
007060     END-IF.
007070     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
007080     CLOSE EXECLOG.
007090
007100 END PROGRAM aula17.
