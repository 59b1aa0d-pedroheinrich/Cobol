000300*  MODIFICATION HISTORY
000310*  DATE       INIT  DESCRIPTION
000320*  2026-09-02 RLH   ORIGINAL PROGRAM.
000330*  2026-10-15 RLH   RUN LEDGER: THE RUN IS RECORDED ON
000340*                   EXECLOG (START, AND END WITH RC
000350*                   AND COUNTS) UNDER THE REPORT
000360*                   DATE.
000370*****************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT REJECTFILE ASSIGN TO "REJECTFILE"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-REJECTFILE-STATUS.
000440     SELECT REJPROX ASSIGN TO "REJPROX"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-REJPROX-STATUS.
000470     SELECT RELREJ ASSIGN TO "RELREJ"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-RELREJ-STATUS.
000500     SELECT EXECLOG ASSIGN TO "EXECLOG"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-EXECLOG-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  REJECTFILE
000560     LABEL RECORDS ARE STANDARD
000570     RECORDING MODE IS F.
000580     COPY REJECTREC.
000590 FD  REJPROX
000600     LABEL RECORDS ARE STANDARD
000610     RECORDING MODE IS F.
000620     COPY REJECTREC REPLACING LEADING ==RJ== BY ==RP==.
000630 FD  RELREJ
000640     LABEL RECORDS ARE STANDARD
000650     RECORDING MODE IS F.
000660 01  REL-REGISTRO             PIC X(132).
000670 FD  EXECLOG
000680     LABEL RECORDS ARE STANDARD
000690     RECORDING MODE IS F.
000700     COPY EXECREC.
000710 WORKING-STORAGE SECTION.
000720*****************************************************
000730*  SWITCHES AND FILE STATUS
000740*****************************************************
000750 77  WS-EOF-SW                PIC X(01) VALUE "N".
000760     88  WS-FIM-ARQUIVO                 VALUE "Y".
000770 77  WS-ITENS-CHEIA-SW        PIC X(01) VALUE "N".
000780     88  WS-ITENS-TABELA-CHEIA          VALUE "Y".
000790 77  WS-REJECTFILE-STATUS     PIC X(02) VALUE "00".
000800 77  WS-REJPROX-STATUS        PIC X(02) VALUE "00".
000810 77  WS-RELREJ-STATUS         PIC X(02) VALUE "00".
000820*****************************************************
000830*  REPORT DATE AND THRESHOLDS AS KEYED BY THE
000840*  OPERATOR (OR THE JOB'S SYSIN).
000850*****************************************************
000860 01  WS-DATA-HOJE             PIC 9(08).
000870*    THE NUMERIC SUBFIELD VIEW FEEDS THE 30/360
000880*    ARITHMETIC, WHICH ONLY RUNS ON DATES THAT
000890*    PASSED THE CLASS TEST; THE ALPHANUMERIC VIEW
000900*    BELOW IS FOR THE VALIDATION ITSELF, SO A
000910*    GARBAGE REPLY NEVER MEETS A NUMERIC RELATION.
000920 01  WS-DATA-HOJE-X REDEFINES WS-DATA-HOJE.
000930     05  WS-HOJE-AAAA         PIC 9(04).
000940     05  WS-HOJE-MM           PIC 9(02).
000950     05  WS-HOJE-DD           PIC 9(02).
000960 01  WS-DATA-HOJE-A REDEFINES WS-DATA-HOJE.
000970     05  FILLER               PIC X(04).
000980     05  WS-HOJE-MM-X         PIC X(02).
000990     05  WS-HOJE-DD-X         PIC X(02).
001000 01  WS-DATA-ITEM             PIC 9(08).
001010 01  WS-DATA-ITEM-X REDEFINES WS-DATA-ITEM.
001020     05  WS-ITEM-AAAA         PIC 9(04).
001030     05  WS-ITEM-MM           PIC 9(02).
001040     05  WS-ITEM-DD           PIC 9(02).
001050 77  WS-LIMITE-DIAS           PIC 9(03).
001060 77  WS-LIMITE-RESSUB         PIC 9(02).
001070*****************************************************
001080*  AGING WORK FIELDS - THE 30/360 CONVENTION: A YEAR
001090*  COUNTS 360 DAYS AND A MONTH 30, WHICH IS EXACT
001100*  ENOUGH FOR AGING BUCKETS AND NEEDS NO CALENDAR.
001110*****************************************************
001120 77  WS-DIAS                  PIC S9(05) COMP-3 VALUE ZERO.
001130 77  WS-DIF-TRABALHO          PIC S9(05) COMP-3 VALUE ZERO.
001140*****************************************************
001150*  WORK COPY OF THE REJECT LINE IN HAND, SO BOTH
001160*  INPUT FILES FEED ONE ACCUMULATION PARAGRAPH, AND A
001170*  TRANSACTION-LAYOUT VIEW OF ITS RAW RECORD FOR THE
001180*  RESUBMISSION COUNTER AND THE ACCOUNT.
001190*****************************************************
001200 COPY REJECTREC REPLACING LEADING ==RJ== BY ==WR==.
001210 COPY TRANREC REPLACING LEADING ==TR-== BY ==WT-==.
001220*****************************************************
001230*  ONE ENTRY PER DISTINCT REJECTED TRANSACTION ID.
001240*  THE FIRST DATE SEEN AGES THE ITEM; THE LATEST
001250*  OCCURRENCE SUPPLIES THE CURRENT REASON, ACCOUNT
001260*  AND RESUBMISSION COUNT.
001270*****************************************************
001280 77  WS-MAXIMO-ITENS          PIC 9(04) COMP VALUE 2000.
001290 77  WS-ITENS-QTD             PIC 9(04) COMP VALUE ZERO.
001300 01  WS-TABELA-ITENS.
001310     05  WS-ITEM-ENTRADA OCCURS 2000 TIMES
001320             INDEXED BY WS-ITEM-IDX.
001330         10  WS-IT-ID         PIC 9(06).
001340         10  WS-IT-CONTA      PIC X(08).
001350         10  WS-IT-PRIMEIRA   PIC 9(08).
001360         10  WS-IT-ULTIMA     PIC 9(08).
001370         10  WS-IT-RESSUB     PIC 9(02).
001380         10  WS-IT-MOTIVO     PIC X(30).
001390         10  WS-IT-OCORR      PIC 9(03) COMP.
001400*****************************************************
001410*  SUMMARY TABLES - BY REJECT REASON AND BY ACCOUNT,
001420*  ONE DISTINCT ITEM COUNTED ONCE IN EACH.
001430*****************************************************
001440 77  WS-MAXIMO-MOTIVOS        PIC 9(02) COMP VALUE 50.
001450 77  WS-MOTIVO-QTD            PIC 9(02) COMP VALUE ZERO.
001460 01  WS-TABELA-MOTIVOS.
001470     05  WS-MOT-ENTRADA OCCURS 50 TIMES
001480             INDEXED BY WS-MOT-IDX.
001490         10  WS-MOT-MOTIVO    PIC X(30).
001500         10  WS-MOT-CONT      PIC 9(05) COMP.
001510 77  WS-MAXIMO-CONTAS         PIC 9(03) COMP VALUE 200.
001520 77  WS-CONTA-QTD             PIC 9(03) COMP VALUE ZERO.
001530 01  WS-TABELA-CONTAS.
001540     05  WS-CTA-ENTRADA OCCURS 200 TIMES
001550             INDEXED BY WS-CTA-IDX.
001560         10  WS-CTA-CONTA     PIC X(08).
001570         10  WS-CTA-CONT      PIC 9(05) COMP.
001580*****************************************************
001590*  RUN TOTALS AND PAGE CONTROL
001600*****************************************************
001610 77  WS-CONT-LINHAS-LIDAS     PIC 9(07) COMP VALUE ZERO.
001620 77  WS-CONT-INVALIDOS        PIC 9(07) COMP VALUE ZERO.
001630 77  WS-CONT-DESTACADOS       PIC 9(05) COMP VALUE ZERO.
001640 77  WS-LINHAS-POR-PAGINA     PIC 9(02) COMP VALUE 55.
001650 77  WS-CONTADOR-LINHAS       PIC 9(02) COMP VALUE ZERO.
001660 77  WS-CONTADOR-PAGINAS      PIC 9(05) COMP VALUE ZERO.
001670*****************************************************
001680*  PRINT LINES
001690*****************************************************
001700 77  WS-TITULO-SECAO          PIC X(44) VALUE SPACES.
001710 01  WS-CABECALHO-1.
001720     05  FILLER               PIC X(34) VALUE
001730         "REJEITOS - IDADE E REINCIDENCIA   ".
001740     05  FILLER               PIC X(06) VALUE "DATA: ".
001750     05  WS-CAB-DATA          PIC 9(08).
001760     05  FILLER               PIC X(10) VALUE "  PAGINA: ".
001770     05  WS-CAB-PAGINA        PIC ZZZZ9.
001780 01  WS-CABECALHO-2.
001790     05  FILLER               PIC X(02) VALUE SPACES.
001800     05  WS-CAB-SECAO         PIC X(44).
001810 01  WS-CABECALHO-3.
001820     05  FILLER               PIC X(76) VALUE ALL "-".
001830 01  WS-LINHA-ITEM.
001840     05  FILLER               PIC X(02) VALUE SPACES.
001850     05  FILLER               PIC X(03) VALUE "ID ".
001860     05  WS-ITM-ID            PIC 9(06).
001870     05  FILLER               PIC X(07) VALUE "  CONTA".
001880     05  FILLER               PIC X(01) VALUE SPACE.
001890     05  WS-ITM-CONTA         PIC X(08).
001900     05  FILLER               PIC X(07) VALUE "  DESDE".
001910     05  FILLER               PIC X(01) VALUE SPACE.
001920     05  WS-ITM-DESDE         PIC 9(08).
001930     05  FILLER               PIC X(06) VALUE "  DIAS".
001940     05  WS-ITM-DIAS          PIC ZZZZ9.
001950     05  FILLER               PIC X(08) VALUE "  RESSUB".
001960     05  WS-ITM-RESSUB        PIC Z9.
001970     05  FILLER               PIC X(07) VALUE "  OCORR".
001980     05  WS-ITM-OCORR         PIC ZZ9.
001990     05  FILLER               PIC X(02) VALUE SPACES.
002000     05  WS-ITM-MOTIVO        PIC X(30).
002010 01  WS-LINHA-MOTIVO.
002020     05  FILLER               PIC X(02) VALUE SPACES.
002030     05  WS-SMO-MOTIVO        PIC X(30).
002040     05  FILLER               PIC X(09) VALUE "  ITENS: ".
002050     05  WS-SMO-CONT          PIC ZZZZ9.
002060 01  WS-LINHA-CONTA.
002070     05  FILLER               PIC X(02) VALUE SPACES.
002080     05  FILLER               PIC X(06) VALUE "CONTA ".
002090     05  WS-SCO-CONTA         PIC X(08).
002100     05  FILLER               PIC X(09) VALUE "  ITENS: ".
002110     05  WS-SCO-CONT          PIC ZZZZ9.
002120 01  WS-LINHA-TEXTO.
002130     05  FILLER               PIC X(02) VALUE SPACES.
002140     05  WS-TXT-TEXTO         PIC X(70).
002150*****************************************************
002160*  CYCLE RUN LEDGER (EXECLOG)
002170*****************************************************
002180 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
002190 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
002200 01  WS-EL-HORA-SISTEMA.
002210     05  WS-EL-HHMMSS         PIC 9(06).
002220     05  FILLER               PIC 9(02).
002230     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
002240
002250 PROCEDURE DIVISION.
002260*****************************************************
002270*  INICIALIZACAO - ACCEPTS THE REPORT DATE AND THE
002280*  TWO THRESHOLDS, LOADS BOTH REJECT FILES INTO THE
002290*  ITEM TABLE AND PRINTS THE FOUR REPORT SECTIONS.
002300*****************************************************
002310 INICIALIZACAO.
002320     DISPLAY "DATA DO RELATORIO (AAAAMMDD): "
002330         WITH NO ADVANCING.
002340     ACCEPT WS-DATA-HOJE.
002350     IF WS-DATA-HOJE NOT NUMERIC
002360         OR WS-HOJE-MM-X < "01" OR WS-HOJE-MM-X > "12"
002370         OR WS-HOJE-DD-X < "01" OR WS-HOJE-DD-X > "31"
002380         DISPLAY "DATA DO RELATORIO INVALIDA"
002390         MOVE 12 TO RETURN-CODE
002400         STOP RUN
002410     END-IF.
002420     DISPLAY "LIMITE DE IDADE EM DIAS (3 DIGITOS): "
002430         WITH NO ADVANCING.
002440     ACCEPT WS-LIMITE-DIAS.
002450     IF WS-LIMITE-DIAS NOT NUMERIC
002460         DISPLAY "LIMITE DE IDADE INVALIDO"
002470         MOVE 12 TO RETURN-CODE
002480         STOP RUN
002490     END-IF.
002500     DISPLAY "LIMITE DE RESSUBMISSOES (2 DIGITOS): "
002510         WITH NO ADVANCING.
002520     ACCEPT WS-LIMITE-RESSUB.
002530     IF WS-LIMITE-RESSUB NOT NUMERIC
002540         DISPLAY "LIMITE DE RESSUBMISSOES INVALIDO"
002550         MOVE 12 TO RETURN-CODE
002560         STOP RUN
002570     END-IF.
002580     PERFORM REGISTRA-INICIO.
002590     PERFORM CARREGA-REJEITOS.
002600     PERFORM CARREGA-ROLADOS.
002610     IF WS-ITENS-QTD = ZERO
002620         DISPLAY "NENHUM REJEITO A RELATAR"
002630         MOVE ZERO TO RETURN-CODE
002640         PERFORM REGISTRA-FIM
002650         STOP RUN
002660     END-IF.
002670     OPEN OUTPUT RELREJ.
002680     PERFORM IMPRIME-SECAO-ITENS.
002690     PERFORM IMPRIME-SECAO-MOTIVOS.
002700     PERFORM IMPRIME-SECAO-CONTAS.
002710     PERFORM IMPRIME-SECAO-DESTAQUES.
002720     PERFORM FINALIZA-PROGRAMA.
002730
002740*****************************************************
002750*  CARREGA-REJEITOS - FEEDS THE LIVE REJECT LISTING
002760*  INTO THE ITEM TABLE.  A MISSING FILE ONLY MEANS
002770*  NOTHING WAS REJECTED THERE.
002780*****************************************************
002790 CARREGA-REJEITOS.
002800     MOVE "N" TO WS-EOF-SW.
002810     OPEN INPUT REJECTFILE.
002820     IF WS-REJECTFILE-STATUS = "35"
002830         DISPLAY "AVISO - REJECTFILE INEXISTENTE"
002840     ELSE
002850         IF WS-REJECTFILE-STATUS NOT = "00"
002860             DISPLAY "ERRO AO ABRIR REJECTFILE, STATUS "
002870                 WS-REJECTFILE-STATUS
002880             MOVE 12 TO RETURN-CODE
002890             STOP RUN
002900         END-IF
002910         PERFORM LE-REJEITO
002920         PERFORM ACUMULA-UM-REJEITO
002930             UNTIL WS-FIM-ARQUIVO
002940         CLOSE REJECTFILE
002950     END-IF.
002960
002970 LE-REJEITO.
002980     READ REJECTFILE
002990         AT END
003000             SET WS-FIM-ARQUIVO TO TRUE
003010     END-READ.
003020
003030 ACUMULA-UM-REJEITO.
003040     MOVE RJ-REGISTRO-REJEITO TO WR-REGISTRO-REJEITO.
003050     PERFORM GUARDA-ITEM.
003060     PERFORM LE-REJEITO.
003070
003080*****************************************************
003090*  CARREGA-ROLADOS - FEEDS THE ROLLED-FORWARD WORK
003100*  FILE THE SAME WAY.
003110*****************************************************
003120 CARREGA-ROLADOS.
003130     MOVE "N" TO WS-EOF-SW.
003140     OPEN INPUT REJPROX.
003150     IF WS-REJPROX-STATUS = "35"
003160         DISPLAY "AVISO - REJPROX INEXISTENTE"
003170     ELSE
003180         IF WS-REJPROX-STATUS NOT = "00"
003190             DISPLAY "ERRO AO ABRIR REJPROX, STATUS "
003200                 WS-REJPROX-STATUS
003210             MOVE 12 TO RETURN-CODE
003220             STOP RUN
003230         END-IF
003240         PERFORM LE-ROLADO
003250         PERFORM ACUMULA-UM-ROLADO
003260             UNTIL WS-FIM-ARQUIVO
003270         CLOSE REJPROX
003280     END-IF.
003290
003300 LE-ROLADO.
003310     READ REJPROX
003320         AT END
003330             SET WS-FIM-ARQUIVO TO TRUE
003340     END-READ.
003350
003360 ACUMULA-UM-ROLADO.
003370     MOVE RP-REGISTRO-REJEITO TO WR-REGISTRO-REJEITO.
003380     PERFORM GUARDA-ITEM.
003390     PERFORM LE-ROLADO.
003400
003410*****************************************************
003420*  GUARDA-ITEM - ONE REJECT LINE INTO THE ITEM TABLE.
003430*  THE SAME ID SEEN AGAIN KEEPS ITS EARLIEST DATE FOR
003440*  AGING AND TAKES THE LATEST OCCURRENCE'S REASON,
003450*  ACCOUNT AND RESUBMISSION COUNT.  AN ID THAT CANNOT
003460*  KEY IS COUNTED, NEVER SILENTLY SKIPPED.
003470*****************************************************
003480 GUARDA-ITEM.
003490     ADD 1 TO WS-CONT-LINHAS-LIDAS.
003500     IF WR-ID-TRANSACAO NOT NUMERIC
003510         OR WR-ID-TRANSACAO = ZERO
003520         ADD 1 TO WS-CONT-INVALIDOS
003530     ELSE
003540         SET WS-ITEM-IDX TO 1
003550         SEARCH WS-ITEM-ENTRADA
003560             AT END
003570                 PERFORM RECLAMA-SLOT-ITEM
003580             WHEN WS-ITEM-IDX > WS-ITENS-QTD
003590                 PERFORM RECLAMA-SLOT-ITEM
003600             WHEN WS-IT-ID (WS-ITEM-IDX)
003610                     = WR-ID-TRANSACAO
003620                 PERFORM ATUALIZA-ITEM
003630         END-SEARCH
003640     END-IF.
003650
003660 RECLAMA-SLOT-ITEM.
003670     IF WS-ITENS-QTD >= WS-MAXIMO-ITENS
003680         SET WS-ITENS-TABELA-CHEIA TO TRUE
003690     ELSE
003700         ADD 1 TO WS-ITENS-QTD
003710         SET WS-ITEM-IDX TO WS-ITENS-QTD
003720         MOVE WR-ID-TRANSACAO TO WS-IT-ID (WS-ITEM-IDX)
003730         IF WR-DATA NUMERIC
003740             MOVE WR-DATA TO WS-IT-PRIMEIRA (WS-ITEM-IDX)
003750             MOVE WR-DATA TO WS-IT-ULTIMA (WS-ITEM-IDX)
003760         ELSE
003770             MOVE ZERO TO WS-IT-PRIMEIRA (WS-ITEM-IDX)
003780             MOVE ZERO TO WS-IT-ULTIMA (WS-ITEM-IDX)
003790         END-IF
003800         MOVE WR-MOTIVO TO WS-IT-MOTIVO (WS-ITEM-IDX)
003810         MOVE ZERO TO WS-IT-OCORR (WS-ITEM-IDX)
003820         ADD 1 TO WS-IT-OCORR (WS-ITEM-IDX)
003830         PERFORM EXTRAI-CAMPOS-BRUTOS
003840     END-IF.
003850
003860 ATUALIZA-ITEM.
003870     ADD 1 TO WS-IT-OCORR (WS-ITEM-IDX)
003880         ON SIZE ERROR
003890             MOVE 999 TO WS-IT-OCORR (WS-ITEM-IDX)
003900     END-ADD.
003910     IF WR-DATA NUMERIC
003920         IF WR-DATA < WS-IT-PRIMEIRA (WS-ITEM-IDX)
003930             MOVE WR-DATA TO WS-IT-PRIMEIRA (WS-ITEM-IDX)
003940         END-IF
003950         IF WR-DATA >= WS-IT-ULTIMA (WS-ITEM-IDX)
003960             MOVE WR-DATA TO WS-IT-ULTIMA (WS-ITEM-IDX)
003970             MOVE WR-MOTIVO TO WS-IT-MOTIVO (WS-ITEM-IDX)
003980             PERFORM EXTRAI-CAMPOS-BRUTOS
003990         END-IF
004000     END-IF.
004010
004020*****************************************************
004030*  EXTRAI-CAMPOS-BRUTOS - THE RESUBMISSION COUNTER
004040*  AND THE ACCOUNT LIVE ON THE RAW TRANSACTION RECORD
004050*  PRESERVED INSIDE THE REJECT LINE; A FIELD THAT
004060*  CANNOT BE READ COUNTS AS ZERO/BLANK RATHER THAN
004070*  POISONING THE REPORT.
004080*****************************************************
004090 EXTRAI-CAMPOS-BRUTOS.
004100     MOVE WR-REGISTRO-BRUTO TO WT-REGISTRO-TRANSACAO.
004110     IF WT-CONTADOR-RESSUBMISSAO NUMERIC
004120         MOVE WT-CONTADOR-RESSUBMISSAO
004130             TO WS-IT-RESSUB (WS-ITEM-IDX)
004140     ELSE
004150         MOVE ZERO TO WS-IT-RESSUB (WS-ITEM-IDX)
004160     END-IF.
004170     MOVE WT-CONTA TO WS-IT-CONTA (WS-ITEM-IDX).
004180
004190*****************************************************
004200*  CALCULA-DIAS - AGE OF THE ITEM IN HAND ON THE
004210*  30/360 CONVENTION, CLAMPED AT ZERO FOR A DATE IN
004220*  THE FUTURE OR AN UNDATED ITEM.
004230*****************************************************
004240 CALCULA-DIAS.
004250     IF WS-DATA-ITEM = ZERO
004260         MOVE ZERO TO WS-DIAS
004270     ELSE
004280         SUBTRACT WS-ITEM-AAAA FROM WS-HOJE-AAAA
004290             GIVING WS-DIF-TRABALHO
004300         MULTIPLY WS-DIF-TRABALHO BY 360
004310             GIVING WS-DIAS
004320         SUBTRACT WS-ITEM-MM FROM WS-HOJE-MM
004330             GIVING WS-DIF-TRABALHO
004340         MULTIPLY WS-DIF-TRABALHO BY 30
004350             GIVING WS-DIF-TRABALHO
004360         ADD WS-DIF-TRABALHO TO WS-DIAS
004370         SUBTRACT WS-ITEM-DD FROM WS-HOJE-DD
004380             GIVING WS-DIF-TRABALHO
004390         ADD WS-DIF-TRABALHO TO WS-DIAS
004400         IF WS-DIAS < ZERO
004410             MOVE ZERO TO WS-DIAS
004420         END-IF
004430     END-IF.
004440
004450*****************************************************
004460*  IMPRIME-CABECALHO - STARTS A NEW PAGE WITH THE
004470*  REPORT HEADING AND THE CURRENT SECTION TITLE.
004480*****************************************************
004490 IMPRIME-CABECALHO.
004500     ADD 1 TO WS-CONTADOR-PAGINAS.
004510     MOVE WS-DATA-HOJE TO WS-CAB-DATA.
004520     MOVE WS-CONTADOR-PAGINAS TO WS-CAB-PAGINA.
004530     IF WS-CONTADOR-PAGINAS = 1
004540         WRITE REL-REGISTRO FROM WS-CABECALHO-1
004550             AFTER ADVANCING 1 LINE
004560     ELSE
004570         WRITE REL-REGISTRO FROM WS-CABECALHO-1
004580             AFTER ADVANCING PAGE
004590     END-IF.
004600     MOVE WS-TITULO-SECAO TO WS-CAB-SECAO.
004610     WRITE REL-REGISTRO FROM WS-CABECALHO-2
004620         AFTER ADVANCING 2 LINES.
004630     WRITE REL-REGISTRO FROM WS-CABECALHO-3
004640         AFTER ADVANCING 1 LINE.
004650     MOVE 4 TO WS-CONTADOR-LINHAS.
004660
004670 QUEBRA-SE-CHEIA.
004680     IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
004690         PERFORM IMPRIME-CABECALHO
004700     END-IF.
004710
004720*****************************************************
004730*  IMPRIME-SECAO-ITENS - ONE LINE PER DISTINCT ITEM,
004740*  FEEDING THE REASON AND ACCOUNT SUMMARY TABLES AS
004750*  IT GOES SO EACH ITEM IS COUNTED EXACTLY ONCE.
004760*****************************************************
004770 IMPRIME-SECAO-ITENS.
004780     MOVE "ITENS REJEITADOS EM ABERTO" TO WS-TITULO-SECAO.
004790     PERFORM IMPRIME-CABECALHO.
004800     PERFORM IMPRIME-UM-ITEM
004810         VARYING WS-ITEM-IDX FROM 1 BY 1
004820         UNTIL WS-ITEM-IDX > WS-ITENS-QTD.
004830
004840 IMPRIME-UM-ITEM.
004850     PERFORM QUEBRA-SE-CHEIA.
004860     MOVE WS-IT-PRIMEIRA (WS-ITEM-IDX) TO WS-DATA-ITEM.
004870     PERFORM CALCULA-DIAS.
004880     MOVE WS-IT-ID (WS-ITEM-IDX) TO WS-ITM-ID.
004890     MOVE WS-IT-CONTA (WS-ITEM-IDX) TO WS-ITM-CONTA.
004900     MOVE WS-IT-PRIMEIRA (WS-ITEM-IDX) TO WS-ITM-DESDE.
004910     MOVE WS-DIAS TO WS-ITM-DIAS.
004920     MOVE WS-IT-RESSUB (WS-ITEM-IDX) TO WS-ITM-RESSUB.
004930     MOVE WS-IT-OCORR (WS-ITEM-IDX) TO WS-ITM-OCORR.
004940     MOVE WS-IT-MOTIVO (WS-ITEM-IDX) TO WS-ITM-MOTIVO.
004950     WRITE REL-REGISTRO FROM WS-LINHA-ITEM
004960         AFTER ADVANCING 1 LINE.
004970     ADD 1 TO WS-CONTADOR-LINHAS.
004980     PERFORM ACUMULA-MOTIVO.
004990     PERFORM ACUMULA-CONTA.
005000
005010 ACUMULA-MOTIVO.
005020     SET WS-MOT-IDX TO 1.
005030     SEARCH WS-MOT-ENTRADA
005040         AT END
005050             DISPLAY "AVISO - TABELA DE MOTIVOS CHEIA"
005060         WHEN WS-MOT-IDX > WS-MOTIVO-QTD
005070             ADD 1 TO WS-MOTIVO-QTD
005080             MOVE WS-IT-MOTIVO (WS-ITEM-IDX)
005090                 TO WS-MOT-MOTIVO (WS-MOT-IDX)
005100             MOVE 1 TO WS-MOT-CONT (WS-MOT-IDX)
005110         WHEN WS-MOT-MOTIVO (WS-MOT-IDX)
005120                 = WS-IT-MOTIVO (WS-ITEM-IDX)
005130             ADD 1 TO WS-MOT-CONT (WS-MOT-IDX)
005140     END-SEARCH.
005150
005160 ACUMULA-CONTA.
005170     SET WS-CTA-IDX TO 1.
005180     SEARCH WS-CTA-ENTRADA
005190         AT END
005200             DISPLAY "AVISO - TABELA DE CONTAS CHEIA"
005210         WHEN WS-CTA-IDX > WS-CONTA-QTD
005220             ADD 1 TO WS-CONTA-QTD
005230             MOVE WS-IT-CONTA (WS-ITEM-IDX)
005240                 TO WS-CTA-CONTA (WS-CTA-IDX)
005250             MOVE 1 TO WS-CTA-CONT (WS-CTA-IDX)
005260         WHEN WS-CTA-CONTA (WS-CTA-IDX)
005270                 = WS-IT-CONTA (WS-ITEM-IDX)
005280             ADD 1 TO WS-CTA-CONT (WS-CTA-IDX)
005290     END-SEARCH.
005300
005310 IMPRIME-SECAO-MOTIVOS.
005320     MOVE "RESUMO POR MOTIVO DE REJEICAO"
005330         TO WS-TITULO-SECAO.
005340     PERFORM IMPRIME-CABECALHO.
005350     PERFORM IMPRIME-UM-MOTIVO
005360         VARYING WS-MOT-IDX FROM 1 BY 1
005370         UNTIL WS-MOT-IDX > WS-MOTIVO-QTD.
005380
005390 IMPRIME-UM-MOTIVO.
005400     PERFORM QUEBRA-SE-CHEIA.
005410     MOVE WS-MOT-MOTIVO (WS-MOT-IDX) TO WS-SMO-MOTIVO.
005420     MOVE WS-MOT-CONT (WS-MOT-IDX) TO WS-SMO-CONT.
005430     WRITE REL-REGISTRO FROM WS-LINHA-MOTIVO
005440         AFTER ADVANCING 1 LINE.
005450     ADD 1 TO WS-CONTADOR-LINHAS.
005460
005470 IMPRIME-SECAO-CONTAS.
005480     MOVE "RESUMO POR CONTA" TO WS-TITULO-SECAO.
005490     PERFORM IMPRIME-CABECALHO.
005500     PERFORM IMPRIME-UMA-CONTA
005510         VARYING WS-CTA-IDX FROM 1 BY 1
005520         UNTIL WS-CTA-IDX > WS-CONTA-QTD.
005530
005540 IMPRIME-UMA-CONTA.
005550     PERFORM QUEBRA-SE-CHEIA.
005560     MOVE WS-CTA-CONTA (WS-CTA-IDX) TO WS-SCO-CONTA.
005570     MOVE WS-CTA-CONT (WS-CTA-IDX) TO WS-SCO-CONT.
005580     WRITE REL-REGISTRO FROM WS-LINHA-CONTA
005590         AFTER ADVANCING 1 LINE.
005600     ADD 1 TO WS-CONTADOR-LINHAS.
005610
005620*****************************************************
005630*  IMPRIME-SECAO-DESTAQUES - THE ITEMS PAST EITHER
005640*  THRESHOLD, ON A PAGE OF THEIR OWN - THIS IS THE
005650*  SECTION THE MORNING MEETING READS FIRST.
005660*****************************************************
005670 IMPRIME-SECAO-DESTAQUES.
005680     MOVE "DESTAQUES - ACIMA DOS LIMITES"
005690         TO WS-TITULO-SECAO.
005700     PERFORM IMPRIME-CABECALHO.
005710     PERFORM DESTACA-UM-ITEM
005720         VARYING WS-ITEM-IDX FROM 1 BY 1
005730         UNTIL WS-ITEM-IDX > WS-ITENS-QTD.
005740     IF WS-CONT-DESTACADOS = ZERO
005750         MOVE "NENHUM ITEM ACIMA DOS LIMITES"
005760             TO WS-TXT-TEXTO
005770         WRITE REL-REGISTRO FROM WS-LINHA-TEXTO
005780             AFTER ADVANCING 1 LINE
005790     END-IF.
005800
005810 DESTACA-UM-ITEM.
005820     MOVE WS-IT-PRIMEIRA (WS-ITEM-IDX) TO WS-DATA-ITEM.
005830     PERFORM CALCULA-DIAS.
005840     IF WS-DIAS >= WS-LIMITE-DIAS
005850         OR WS-IT-RESSUB (WS-ITEM-IDX) >= WS-LIMITE-RESSUB
005860         ADD 1 TO WS-CONT-DESTACADOS
005870         PERFORM QUEBRA-SE-CHEIA
005880         MOVE WS-IT-ID (WS-ITEM-IDX) TO WS-ITM-ID
005890         MOVE WS-IT-CONTA (WS-ITEM-IDX) TO WS-ITM-CONTA
005900         MOVE WS-IT-PRIMEIRA (WS-ITEM-IDX) TO WS-ITM-DESDE
005910         MOVE WS-DIAS TO WS-ITM-DIAS
005920         MOVE WS-IT-RESSUB (WS-ITEM-IDX) TO WS-ITM-RESSUB
005930         MOVE WS-IT-OCORR (WS-ITEM-IDX) TO WS-ITM-OCORR
005940         MOVE WS-IT-MOTIVO (WS-ITEM-IDX) TO WS-ITM-MOTIVO
005950         WRITE REL-REGISTRO FROM WS-LINHA-ITEM
005960             AFTER ADVANCING 1 LINE
005970         ADD 1 TO WS-CONTADOR-LINHAS
005980     END-IF.
005990
006000*****************************************************
006010*  FINALIZA-PROGRAMA - SUMMARY AND RETURN CODE: 0 =
006020*  NOTHING PAST THE THRESHOLDS, 4 = THE HIGHLIGHTED
006030*  SECTION NEEDS WORKING.
006040*****************************************************
006050 FINALIZA-PROGRAMA.
006060     CLOSE RELREJ.
006070     DISPLAY "----------------------------------------".
006080     DISPLAY "RESUMO DO RELATORIO DE REJEITOS".
006090     DISPLAY "LINHAS LIDAS       : " WS-CONT-LINHAS-LIDAS.
006100     DISPLAY "ITENS DISTINTOS    : " WS-ITENS-QTD.
006110     DISPLAY "IDS INVALIDOS      : " WS-CONT-INVALIDOS.
006120     DISPLAY "ITENS EM DESTAQUE  : " WS-CONT-DESTACADOS.
006130     IF WS-ITENS-TABELA-CHEIA
006140         DISPLAY "AVISO - TABELA DE ITENS CHEIA - "
006150             "RELATORIO INCOMPLETO"
006160     END-IF.
006170     DISPLAY "----------------------------------------".
006180     IF WS-CONT-DESTACADOS > ZERO
006190         OR WS-ITENS-TABELA-CHEIA
006200         MOVE 4 TO RETURN-CODE
006210     ELSE
006220         MOVE ZERO TO RETURN-CODE
006230     END-IF.
006240     PERFORM REGISTRA-FIM.
006250     DISPLAY "Programa finalizado!!".
006260     STOP RUN.
006270
006280*****************************************************
006290*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
006300*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
006310*  ARE ACCEPTED, SO AN I WITH NO MATCHING F
006320*  MEANS THE RUN IS STILL GOING OR DIED.
006330*****************************************************
006340 REGISTRA-INICIO.
006350     PERFORM MONTA-EXECLOG.
006360     MOVE "I" TO WE-EVENTO.
006370     PERFORM GRAVA-EXECLOG.
006380
006390*****************************************************
006400*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
006410*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
006420*****************************************************
006430 REGISTRA-FIM.
006440     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
006450     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
006460     MOVE "F" TO WE-EVENTO.
006470     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
006480     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
006490     MOVE RETURN-CODE TO WE-RETURN-CODE.
006500     MOVE WS-CONT-LINHAS-LIDAS TO WE-QTD-LIDOS.
006510     MOVE WS-ITENS-QTD TO WE-QTD-PROCESSADOS.
006520     MOVE WS-CONT-DESTACADOS TO WE-QTD-EXCECOES.
006530     PERFORM GRAVA-EXECLOG.
006540
006550 MONTA-EXECLOG.
006560     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
006570     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
006580     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
006590     MOVE "AULA10" TO WE-PROGRAMA.
006600     MOVE WS-DATA-HOJE TO WE-DATA-REFERENCIA.
006610     MOVE SPACES TO WE-OPERADOR.
006620     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
006630     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
006640     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
006650         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
006660
006670*****************************************************
006680*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
006690*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
006700*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
006710*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
006720*****************************************************
006730 GRAVA-EXECLOG.
006740     OPEN EXTEND EXECLOG.
006750     IF WS-EXECLOG-STATUS = "35" OR "05"
006760         OPEN OUTPUT EXECLOG
006770     END-IF.
006780     IF WS-EXECLOG-STATUS NOT = "00"
006790         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
006800             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
006810         MOVE 12 TO RETURN-CODE
006820         STOP RUN
006830     END-IF.
006840     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
006850     CLOSE EXECLOG.
006860
006870 END PROGRAM aula10.
