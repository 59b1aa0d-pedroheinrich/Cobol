000380*  MODIFICATION HISTORY
000390*  DATE       INIT  DESCRIPTION
000400*  2026-09-02 RLH   ORIGINAL PROGRAM.
000410*  2026-10-15 RLH   REVERSALS: A LINK COLUMN ON THE
000420*                   MOVEMENT LINE SHOWS "ESTORNO DE"
000430*                   THE ORIGINAL ID ON A REVERSAL AND
000440*                   "ESTORNADO POR" THE REVERSING ID
000450*                   ON AN ORIGINAL THAT WAS BACKED OUT
000460*                   (LOOKED UP ON POSTFILE), SO THE
000470*                   BRANCH SEES THE PAIR AS ONE.
000480*  2026-10-15 RLH   TRANSFERS: EACH LEG'S LINK COLUMN
000490*                   NAMES THE OTHER LEG'S ACCOUNT
000500*                   ("TRANSF P/" ON THE DEBIT, "TRANSF
000510*                   DE" ON THE CREDIT) UNDER THE SHARED
000520*                   TRANSFER REFERENCE IN THE ID
000530*                   COLUMN.  A REVERSED TRANSFER SHOWS
000540*                   "ESTORNADO POR" ON BOTH LEGS.
000550*  2026-10-15 RLH   RUN LEDGER: THE RUN IS RECORDED ON
000560*                   EXECLOG (START, AND END WITH RC
000570*                   AND COUNTS) UNDER THE PERIOD
000580*                   (DAY 00).
000590*  2026-10-15 RLH   THE LEDGER'S END RECORD NOW CARRIES
000600*                   THE COUNT OF EXTRACT RECORDS READ.
000610*****************************************************
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT EXTRATFILE ASSIGN TO "EXTRATFILE"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-EXTRATFILE-STATUS.
000680     SELECT SALDMANT ASSIGN TO "SALDMANT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-SALDMANT-STATUS.
000710     SELECT SALDOFILE ASSIGN TO "SALDOFILE"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS SA-CONTA
000750         FILE STATUS IS WS-SALDOFILE-STATUS.
000760     SELECT RELEXT ASSIGN TO "RELEXT"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-RELEXT-STATUS.
000790     SELECT POSTFILE ASSIGN TO "POSTFILE"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS PT-ID-TRANSACAO
000830         FILE STATUS IS WS-POSTFILE-STATUS.
000840     SELECT EXTRSORT ASSIGN TO "SORTWK".
000850     SELECT EXECLOG ASSIGN TO "EXECLOG"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-EXECLOG-STATUS.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  EXTRATFILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORDING MODE IS F.
000930     COPY EXTRATREC.
000940 FD  SALDMANT
000950     LABEL RECORDS ARE STANDARD
000960     RECORDING MODE IS F.
000970     COPY MANTREC.
000980 FD  SALDOFILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY SALDOREC.
001010 FD  RELEXT
001020     LABEL RECORDS ARE STANDARD
001030     RECORDING MODE IS F.
001040 01  REL-REGISTRO             PIC X(132).
001050 FD  POSTFILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY POSTREC.
001080 SD  EXTRSORT.
001090     COPY EXTRATREC REPLACING LEADING ==EX-== BY ==SX-==.
001100 FD  EXECLOG
001110     LABEL RECORDS ARE STANDARD
001120     RECORDING MODE IS F.
001130     COPY EXECREC.
001140 WORKING-STORAGE SECTION.
001150*****************************************************
001160*  SWITCHES AND FILE STATUS
001170*****************************************************
001180 77  WS-EOF-SW                PIC X(01) VALUE "N".
001190     88  WS-FIM-ARQUIVO                 VALUE "Y".
001200 77  WS-ORDENADO-FIM-SW       PIC X(01) VALUE "N".
001210     88  WS-ORDENADO-FIM                VALUE "Y".
001220 77  WS-CONTA-EM-CURSO-SW     PIC X(01) VALUE "N".
001230     88  WS-CONTA-EM-CURSO              VALUE "Y".
001240 77  WS-ABERTURA-SW           PIC X(01) VALUE "N".
001250     88  WS-ABERTURA-IMPRESSA           VALUE "Y".
001260 77  WS-MANT-CHEIA-SW         PIC X(01) VALUE "N".
001270     88  WS-MANT-TABELA-CHEIA           VALUE "Y".
001280 77  WS-EXTRATFILE-STATUS     PIC X(02) VALUE "00".
001290 77  WS-SALDMANT-STATUS       PIC X(02) VALUE "00".
001300 77  WS-SALDOFILE-STATUS      PIC X(02) VALUE "00".
001310 77  WS-RELEXT-STATUS         PIC X(02) VALUE "00".
001320 77  WS-POSTFILE-STATUS       PIC X(02) VALUE "00".
001330 77  WS-POSTADOS-SW           PIC X(01) VALUE "N".
001340     88  WS-POSTADOS-DISPONIVEL         VALUE "Y".
001350*****************************************************
001360*  STATEMENT PERIOD AS KEYED BY THE OPERATOR, AND A
001370*  WORK VIEW TO CUT A RECORD DATE DOWN TO ITS MONTH.
001380*****************************************************
001390 01  WS-PERIODO               PIC 9(06).
001400 01  WS-PERIODO-X REDEFINES WS-PERIODO.
001410     05  FILLER               PIC X(04).
001420     05  WS-PERIODO-MM        PIC X(02).
001430 01  WS-DATA-TRABALHO         PIC 9(08).
001440 01  WS-DATA-TRABALHO-X REDEFINES WS-DATA-TRABALHO.
001450     05  WS-TRAB-AAAAMM       PIC 9(06).
001460     05  FILLER               PIC X(02).
001470*****************************************************
001480*  MAINTENANCE DELTAS LOADED FROM SALDMANT - ONE
001490*  ENTRY PER OPENING OR CORRECTION (ACTIONS A AND C;
001500*  E AND L DO NOT MOVE A BALANCE), BUCKETED BY MONTH
001510*  WHEN THE ACCOUNT'S STATEMENT IS BUILT.
001520*****************************************************
001530 77  WS-MAXIMO-MANT           PIC 9(04) COMP VALUE 2000.
001540 77  WS-MANT-QTD              PIC 9(04) COMP VALUE ZERO.
001550 77  WS-MANT-IDX              PIC 9(04) COMP VALUE ZERO.
001560 01  WS-TABELA-MANT.
001570     05  WS-MANT-ENTRADA OCCURS 2000 TIMES.
001580         10  WS-MANT-CONTA    PIC 9(08).
001590         10  WS-MANT-AAAAMM   PIC 9(06).
001600         10  WS-MANT-DELTA    PIC S9(13)V99 COMP-3.
001610*****************************************************
001620*  PER-ACCOUNT ACCUMULATORS, RESET AT EACH ACCOUNT
001630*  BREAK OF THE SORTED EXTRACT.
001640*****************************************************
001650 77  WS-CONTA-CORRENTE        PIC 9(08) VALUE ZERO.
001660 77  WS-SALDO-ABERTURA        PIC S9(13)V99 COMP-3 VALUE ZERO.
001670 77  WS-SALDO-CORRENTE        PIC S9(13)V99 COMP-3 VALUE ZERO.
001680 77  WS-MOVTOS-PERIODO        PIC 9(07) COMP VALUE ZERO.
001690 77  WS-SOMA-POSTERIOR        PIC S9(13)V99 COMP-3 VALUE ZERO.
001700 77  WS-MANT-PRE              PIC S9(13)V99 COMP-3 VALUE ZERO.
001710 77  WS-MANT-PERIODO          PIC S9(13)V99 COMP-3 VALUE ZERO.
001720 77  WS-MANT-POS              PIC S9(13)V99 COMP-3 VALUE ZERO.
001730 77  WS-MOVIMENTO             PIC S9(13)V99 COMP-3 VALUE ZERO.
001740 77  WS-SALDO-APURADO         PIC S9(13)V99 COMP-3 VALUE ZERO.
001750 77  WS-DIFERENCA             PIC S9(13)V99 COMP-3 VALUE ZERO.
001760*****************************************************
001770*  RUN TOTALS
001780*****************************************************
001790 77  WS-CONT-LIDOS            PIC 9(07) COMP VALUE ZERO.
001800 77  WS-CONT-CONTAS           PIC 9(07) COMP VALUE ZERO.
001810 77  WS-CONT-EXCECOES         PIC 9(07) COMP VALUE ZERO.
001820 77  WS-CONT-INVALIDOS        PIC 9(07) COMP VALUE ZERO.
001830*****************************************************
001840*  PAGE CONTROL
001850*****************************************************
001860 77  WS-LINHAS-POR-PAGINA     PIC 9(02) COMP VALUE 55.
001870 77  WS-CONTADOR-LINHAS       PIC 9(02) COMP VALUE ZERO.
001880 77  WS-CONTADOR-PAGINAS      PIC 9(05) COMP VALUE ZERO.
001890*****************************************************
001900*  PRINT LINES
001910*****************************************************
001920 01  WS-CABECALHO-1.
001930     05  FILLER               PIC X(20) VALUE
001940         "EXTRATO DE CONTA    ".
001950     05  FILLER               PIC X(07) VALUE "CONTA: ".
001960     05  WS-CAB-CONTA         PIC 9(08).
001970     05  FILLER               PIC X(11) VALUE "  PERIODO: ".
001980     05  WS-CAB-PERIODO       PIC 9(06).
001990     05  FILLER               PIC X(10) VALUE "  PAGINA: ".
002000     05  WS-CAB-PAGINA        PIC ZZZZ9.
002010 01  WS-CABECALHO-2.
002020     05  FILLER               PIC X(65) VALUE
002030         "    DATA         ID  MOEDA D/C      MOVIMENTO (BRL)
002040-        "    SALDO".
002050     05  FILLER               PIC X(11) VALUE "    VINCULO".
002060 01  WS-CABECALHO-3.
002070     05  FILLER               PIC X(89) VALUE ALL "-".
002080 01  WS-LINHA-MOVIMENTO.
002090     05  FILLER               PIC X(02) VALUE SPACES.
002100     05  WS-MOV-DATA          PIC 9(08).
002110     05  FILLER               PIC X(03) VALUE SPACES.
002120     05  WS-MOV-ID            PIC 9(06).
002130     05  FILLER               PIC X(03) VALUE SPACES.
002140     05  WS-MOV-MOEDA         PIC X(03).
002150     05  FILLER               PIC X(03) VALUE SPACES.
002160     05  WS-MOV-IND           PIC X(01).
002170     05  FILLER               PIC X(02) VALUE SPACES.
002180     05  WS-MOV-VALOR         PIC -Z(12)9.99.
002190     05  FILLER               PIC X(02) VALUE SPACES.
002200     05  WS-MOV-SALDO         PIC -Z(12)9.99.
002210     05  FILLER               PIC X(02) VALUE SPACES.
002220     05  WS-MOV-VINCULO       PIC X(20).
002230 01  WS-LINHA-ROTULO-VALOR.
002240     05  FILLER               PIC X(02) VALUE SPACES.
002250     05  WS-ROT-TEXTO         PIC X(36).
002260     05  WS-ROT-VALOR         PIC -Z(12)9.99.
002270 01  WS-LINHA-TEXTO.
002280     05  FILLER               PIC X(02) VALUE SPACES.
002290     05  WS-TXT-TEXTO         PIC X(70).
002300*****************************************************
002310*  CYCLE RUN LEDGER (EXECLOG)
002320*****************************************************
002330 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
002340 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
002350 01  WS-EL-HORA-SISTEMA.
002360     05  WS-EL-HHMMSS         PIC 9(06).
002370     05  FILLER               PIC 9(02).
002380     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
002390
002400 PROCEDURE DIVISION.
002410*****************************************************
002420*  INICIALIZACAO - ACCEPTS AND VALIDATES THE PERIOD,
002430*  LOADS THE MAINTENANCE DELTAS, OPENS THE MASTER AND
002440*  THE REPORT AND DRIVES THE SORTED EXTRACT THROUGH
002450*  THE STATEMENT BUILD.
002460*****************************************************
002470 INICIALIZACAO.
002480     DISPLAY "PERIODO DO EXTRATO (AAAAMM): "
002490         WITH NO ADVANCING.
002500     ACCEPT WS-PERIODO.
002510     IF WS-PERIODO NOT NUMERIC
002520         OR WS-PERIODO-MM < "01" OR WS-PERIODO-MM > "12"
002530         DISPLAY "PERIODO DO EXTRATO INVALIDO"
002540         MOVE 12 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570     PERFORM REGISTRA-INICIO.
002580     PERFORM CARREGA-MANUTENCAO.
002590     OPEN INPUT SALDOFILE.
002600     IF WS-SALDOFILE-STATUS NOT = "00"
002610         DISPLAY "ERRO - MASTER DE SALDOS INDISPONIVEL, "
002620             "STATUS " WS-SALDOFILE-STATUS
002630         MOVE 12 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     PERFORM ABRE-POSTFILE.
002670     OPEN OUTPUT RELEXT.
002680     SORT EXTRSORT
002690         ON ASCENDING KEY SX-CONTA
002700                          SX-DATA
002710                          SX-ID-TRANSACAO
002720         USING EXTRATFILE
002730         OUTPUT PROCEDURE IS EMITE-EXTRATOS
002740             THRU EMITE-EXTRATOS-FIM.
002750     PERFORM FINALIZA-PROGRAMA.
002760
002770*****************************************************
002780*  CARREGA-MANUTENCAO - LOADS THE BALANCE DELTAS OF
002790*  THE MAINTENANCE TRAIL.  A MISSING TRAIL IS NOT
002800*  FATAL - IT ONLY MEANS NO ACCOUNT WAS EVER OPENED
002810*  OR CORRECTED OUTSIDE THE POSTING RUN - BUT ANY
002820*  OTHER OPEN FAILURE STOPS THE RUN.  A CORRUPT LINE
002830*  CONTRIBUTES NOTHING AND IS COUNTED AS INVALID
002840*  RATHER THAN POISONING A STATEMENT.
002850*****************************************************
002860 CARREGA-MANUTENCAO.
002870     OPEN INPUT SALDMANT.
002880     IF WS-SALDMANT-STATUS = "35"
002890         DISPLAY "AVISO - TRILHA DE MANUTENCAO AUSENTE - "
002900             "SALDOS DE ABERTURA SOMENTE DO EXTRATO"
002910     ELSE
002920         IF WS-SALDMANT-STATUS NOT = "00"
002930             DISPLAY "ERRO AO ABRIR SALDMANT, STATUS "
002940                 WS-SALDMANT-STATUS
002950             MOVE 12 TO RETURN-CODE
002960             STOP RUN
002970         END-IF
002980         PERFORM LE-MANUTENCAO
002990         PERFORM GUARDA-MANUTENCAO
003000             UNTIL WS-FIM-ARQUIVO
003010         CLOSE SALDMANT
003020         DISPLAY "DELTAS DE MANUTENCAO CARREGADOS: "
003030             WS-MANT-QTD
003040     END-IF.
003050
003060*****************************************************
003070*  ABRE-POSTFILE - THE POSTED MASTER SAYS WHICH
003080*  ORIGINALS HAVE BEEN REVERSED.  A MISSING MASTER
003090*  ONLY MEANS NOTHING WAS EVER POSTED - THE
003100*  STATEMENTS RUN WITHOUT THE "ESTORNADO POR" LINKS
003110*  - BUT ANY OTHER OPEN FAILURE STOPS THE RUN.
003120*****************************************************
003130 ABRE-POSTFILE.
003140     OPEN INPUT POSTFILE.
003150     IF WS-POSTFILE-STATUS = "35"
003160         DISPLAY "AVISO - MASTER DE POSTADOS AUSENTE - "
003170             "ESTORNOS DOS ORIGINAIS NAO SERAO INDICADOS"
003180     ELSE
003190         IF WS-POSTFILE-STATUS NOT = "00"
003200             DISPLAY "ERRO - MASTER DE POSTADOS INDISPONIVEL, "
003210                 "STATUS " WS-POSTFILE-STATUS
003220             MOVE 12 TO RETURN-CODE
003230             STOP RUN
003240         END-IF
003250         SET WS-POSTADOS-DISPONIVEL TO TRUE
003260     END-IF.
003270
003280 LE-MANUTENCAO.
003290     READ SALDMANT
003300         AT END
003310             SET WS-FIM-ARQUIVO TO TRUE
003320     END-READ.
003330
003340 GUARDA-MANUTENCAO.
003350     IF MN-ACAO-ABERTURA OR MN-ACAO-CORRECAO
003360         IF MN-CONTA NUMERIC
003370                 AND MN-DATA NUMERIC
003380                 AND MN-VALOR-ANTERIOR NUMERIC
003390                 AND MN-VALOR-NOVO NUMERIC
003400             IF WS-MANT-QTD < WS-MAXIMO-MANT
003410                 ADD 1 TO WS-MANT-QTD
003420                 MOVE MN-CONTA
003430                     TO WS-MANT-CONTA (WS-MANT-QTD)
003440                 MOVE MN-DATA TO WS-DATA-TRABALHO
003450                 MOVE WS-TRAB-AAAAMM
003460                     TO WS-MANT-AAAAMM (WS-MANT-QTD)
003470                 SUBTRACT MN-VALOR-ANTERIOR
003480                     FROM MN-VALOR-NOVO
003490                     GIVING WS-MANT-DELTA (WS-MANT-QTD)
003500             ELSE
003510                 SET WS-MANT-TABELA-CHEIA TO TRUE
003520             END-IF
003530         ELSE
003540             ADD 1 TO WS-CONT-INVALIDOS
003550         END-IF
003560     END-IF.
003570     PERFORM LE-MANUTENCAO.
003580
003590*****************************************************
003600*  EMITE-EXTRATOS - OUTPUT PROCEDURE OF THE SORT.
003610*  WALKS THE EXTRACT IN ACCOUNT/DATE ORDER, BREAKING
003620*  BY ACCOUNT; EACH BREAK CLOSES THE STATEMENT IN
003630*  HAND AND TIES IT TO THE MASTER.
003640*****************************************************
003650 EMITE-EXTRATOS.
003660     PERFORM LE-ORDENADO.
003670     PERFORM PROCESSA-ORDENADO
003680         UNTIL WS-ORDENADO-FIM.
003690     IF WS-CONTA-EM-CURSO
003700         PERFORM FECHA-CONTA
003710     END-IF.
003720 EMITE-EXTRATOS-FIM.
003730     EXIT.
003740
003750 LE-ORDENADO.
003760     RETURN EXTRSORT
003770         AT END
003780             SET WS-ORDENADO-FIM TO TRUE
003790     END-RETURN.
003800
003810*****************************************************
003820*  PROCESSA-ORDENADO - ONE SORTED EXTRACT RECORD.  A
003830*  RECORD WHOSE ACCOUNT OR AMOUNT CANNOT BE READ
003840*  (E.G. FROM BEFORE EX-CONTA EXISTED) IS COUNTED AND
003850*  REPORTED AT END OF RUN INSTEAD OF BEING SILENTLY
003860*  DROPPED OR MIS-POSTED TO A STATEMENT.
003870*****************************************************
003880 PROCESSA-ORDENADO.
003890     ADD 1 TO WS-CONT-LIDOS.
003900     IF SX-CONTA NOT NUMERIC
003910         OR SX-RESULTADO-BASE NOT NUMERIC
003920         OR SX-DATA NOT NUMERIC
003930         ADD 1 TO WS-CONT-INVALIDOS
003940     ELSE
003950         IF NOT WS-CONTA-EM-CURSO
003960             OR SX-CONTA NOT = WS-CONTA-CORRENTE
003970             IF WS-CONTA-EM-CURSO
003980                 PERFORM FECHA-CONTA
003990             END-IF
004000             PERFORM INICIA-CONTA
004010         END-IF
004020         PERFORM CLASSIFICA-MOVIMENTO
004030     END-IF.
004040     PERFORM LE-ORDENADO.
004050
004060*****************************************************
004070*  INICIA-CONTA - OPENS THE ACCUMULATORS FOR A NEW
004080*  ACCOUNT AND BUCKETS ITS MAINTENANCE DELTAS BY
004090*  MONTH: BEFORE THE PERIOD (PART OF THE OPENING
004100*  BALANCE), IN THE PERIOD (SHOWN AS AN ADJUSTMENT
004110*  LINE) AND AFTER IT (PART OF THE TIE CHECK ONLY).
004120*****************************************************
004130 INICIA-CONTA.
004140     MOVE SX-CONTA TO WS-CONTA-CORRENTE.
004150     SET WS-CONTA-EM-CURSO TO TRUE.
004160     MOVE "N" TO WS-ABERTURA-SW.
004170     MOVE ZERO TO WS-SALDO-ABERTURA.
004180     MOVE ZERO TO WS-SALDO-CORRENTE.
004190     MOVE ZERO TO WS-MOVTOS-PERIODO.
004200     MOVE ZERO TO WS-SOMA-POSTERIOR.
004210     MOVE ZERO TO WS-MANT-PRE.
004220     MOVE ZERO TO WS-MANT-PERIODO.
004230     MOVE ZERO TO WS-MANT-POS.
004240     PERFORM SOMA-UMA-MANUTENCAO
004250         VARYING WS-MANT-IDX FROM 1 BY 1
004260         UNTIL WS-MANT-IDX > WS-MANT-QTD.
004270     ADD WS-MANT-PRE TO WS-SALDO-ABERTURA.
004280
004290 SOMA-UMA-MANUTENCAO.
004300     IF WS-MANT-CONTA (WS-MANT-IDX) = WS-CONTA-CORRENTE
004310         EVALUATE TRUE
004320             WHEN WS-MANT-AAAAMM (WS-MANT-IDX) < WS-PERIODO
004330                 ADD WS-MANT-DELTA (WS-MANT-IDX)
004340                     TO WS-MANT-PRE
004350             WHEN WS-MANT-AAAAMM (WS-MANT-IDX) = WS-PERIODO
004360                 ADD WS-MANT-DELTA (WS-MANT-IDX)
004370                     TO WS-MANT-PERIODO
004380             WHEN OTHER
004390                 ADD WS-MANT-DELTA (WS-MANT-IDX)
004400                     TO WS-MANT-POS
004410         END-EVALUATE
004420     END-IF.
004430
004440*****************************************************
004450*  CLASSIFICA-MOVIMENTO - SIGNS THE MOVEMENT BY ITS
004460*  POSTING DIRECTION AND ROUTES IT BY MONTH: BEFORE
004470*  THE PERIOD INTO THE OPENING BALANCE, IN THE PERIOD
004480*  ONTO A STATEMENT LINE, AFTER IT INTO THE TIE-CHECK
004490*  ACCUMULATOR.
004500*****************************************************
004510 CLASSIFICA-MOVIMENTO.
004520     IF SX-MOVIMENTO-DEBITO
004530         SUBTRACT SX-RESULTADO-BASE FROM ZERO
004540             GIVING WS-MOVIMENTO
004550     ELSE
004560         MOVE SX-RESULTADO-BASE TO WS-MOVIMENTO
004570     END-IF.
004580     MOVE SX-DATA TO WS-DATA-TRABALHO.
004590     EVALUATE TRUE
004600         WHEN WS-TRAB-AAAAMM < WS-PERIODO
004610             ADD WS-MOVIMENTO TO WS-SALDO-ABERTURA
004620         WHEN WS-TRAB-AAAAMM = WS-PERIODO
004630             IF NOT WS-ABERTURA-IMPRESSA
004640                 PERFORM IMPRIME-ABERTURA
004650             END-IF
004660             ADD WS-MOVIMENTO TO WS-SALDO-CORRENTE
004670             ADD 1 TO WS-MOVTOS-PERIODO
004680             PERFORM IMPRIME-MOVIMENTO
004690         WHEN OTHER
004700             ADD WS-MOVIMENTO TO WS-SOMA-POSTERIOR
004710     END-EVALUATE.
004720
004730*****************************************************
004740*  IMPRIME-CABECALHO-CONTA - STARTS A NEW PAGE WITH
004750*  THE ACCOUNT, PERIOD AND COLUMN HEADINGS.
004760*****************************************************
004770 IMPRIME-CABECALHO-CONTA.
004780     ADD 1 TO WS-CONTADOR-PAGINAS.
004790     MOVE WS-CONTA-CORRENTE TO WS-CAB-CONTA.
004800     MOVE WS-PERIODO TO WS-CAB-PERIODO.
004810     MOVE WS-CONTADOR-PAGINAS TO WS-CAB-PAGINA.
004820     IF WS-CONTADOR-PAGINAS = 1
004830         WRITE REL-REGISTRO FROM WS-CABECALHO-1
004840             AFTER ADVANCING 1 LINE
004850     ELSE
004860         WRITE REL-REGISTRO FROM WS-CABECALHO-1
004870             AFTER ADVANCING PAGE
004880     END-IF.
004890     WRITE REL-REGISTRO FROM WS-CABECALHO-2
004900         AFTER ADVANCING 2 LINES.
004910     WRITE REL-REGISTRO FROM WS-CABECALHO-3
004920         AFTER ADVANCING 1 LINE.
004930     MOVE 4 TO WS-CONTADOR-LINHAS.
004940
004950*****************************************************
004960*  IMPRIME-ABERTURA - PRINTS THE STATEMENT OPENING:
004970*  THE ACCOUNT PAGE AND THE OPENING BALANCE LINE.
004980*  THE RUNNING BALANCE STARTS HERE.
004990*****************************************************
005000 IMPRIME-ABERTURA.
005010     PERFORM IMPRIME-CABECALHO-CONTA.
005020     MOVE WS-SALDO-ABERTURA TO WS-SALDO-CORRENTE.
005030     MOVE "SALDO DE ABERTURA" TO WS-ROT-TEXTO.
005040     MOVE WS-SALDO-ABERTURA TO WS-ROT-VALOR.
005050     WRITE REL-REGISTRO FROM WS-LINHA-ROTULO-VALOR
005060         AFTER ADVANCING 1 LINE.
005070     ADD 1 TO WS-CONTADOR-LINHAS.
005080     SET WS-ABERTURA-IMPRESSA TO TRUE.
005090     ADD 1 TO WS-CONT-CONTAS.
005100
005110*****************************************************
005120*  IMPRIME-MOVIMENTO - PRINTS ONE PERIOD MOVEMENT
005130*  WITH THE RUNNING BALANCE, BREAKING TO A NEW PAGE
005140*  WHEN THE CURRENT ONE IS FULL.
005150*****************************************************
005160 IMPRIME-MOVIMENTO.
005170     IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
005180         PERFORM IMPRIME-CABECALHO-CONTA
005190     END-IF.
005200     MOVE SX-DATA TO WS-MOV-DATA.
005210     MOVE SX-ID-TRANSACAO TO WS-MOV-ID.
005220     IF SX-MOEDA = SPACES
005230         MOVE "BRL" TO WS-MOV-MOEDA
005240     ELSE
005250         MOVE SX-MOEDA TO WS-MOV-MOEDA
005260     END-IF.
005270     IF SX-MOVIMENTO-DEBITO
005280         MOVE "D" TO WS-MOV-IND
005290     ELSE
005300         MOVE "C" TO WS-MOV-IND
005310     END-IF.
005320     MOVE WS-MOVIMENTO TO WS-MOV-VALOR.
005330     MOVE WS-SALDO-CORRENTE TO WS-MOV-SALDO.
005340     PERFORM MONTA-VINCULO.
005350     WRITE REL-REGISTRO FROM WS-LINHA-MOVIMENTO
005360         AFTER ADVANCING 1 LINE.
005370     ADD 1 TO WS-CONTADOR-LINHAS.
005380
005390*****************************************************
005400*  MONTA-VINCULO - THE LINK COLUMN.  A REVERSAL LINE
005410*  NAMES THE ORIGINAL IT REVERSES.  ANY OTHER LINE IS
005420*  LOOKED UP ON THE POSTED MASTER: WHEN THAT POSTING
005430*  HAS SINCE BEEN REVERSED THE REVERSING ID IS
005440*  SHOWN.  DATE AND ACCOUNT MUST MATCH THE POSTING -
005450*  THE 9(6) ID RANGE WRAPS, AND A LATER REUSE OF THE
005460*  SAME ID MUST NOT BE CREDITED WITH THIS REVERSAL.
005470*  THE MASTER KEEPS A TRANSFER UNDER ITS DEBIT
005480*  ACCOUNT, SO THE CREDIT LEG MATCHES ON THE
005490*  COUNTERPART ACCOUNT.  A TRANSFER LEG NOT REVERSED
005500*  NAMES THE OTHER LEG'S ACCOUNT.
005510*****************************************************
005520 MONTA-VINCULO.
005530     MOVE SPACES TO WS-MOV-VINCULO.
005540     IF SX-MOVIMENTO-ESTORNO
005550         STRING "ESTORNO DE " SX-ID-VINCULADO
005560             DELIMITED BY SIZE INTO WS-MOV-VINCULO
005570     ELSE
005580         IF WS-POSTADOS-DISPONIVEL
005590             MOVE SX-ID-TRANSACAO TO PT-ID-TRANSACAO
005600             READ POSTFILE
005610                 INVALID KEY
005620                     CONTINUE
005630                 NOT INVALID KEY
005640                     IF PT-SITUACAO-ESTORNADA
005650                             AND PT-DATA-POSTAGEM = SX-DATA
005660                             AND (PT-CONTA = SX-CONTA
005670                                 OR (PT-MOVIMENTO-TRANSFERENCIA
005680                                     AND PT-CONTA-CONTRAPARTIDA
005690                                         = SX-CONTA))
005700                         STRING "ESTORNADO POR "
005710                             PT-ID-VINCULADO
005720                             DELIMITED BY SIZE
005730                             INTO WS-MOV-VINCULO
005740                     END-IF
005750             END-READ
005760         END-IF
005770         IF WS-MOV-VINCULO = SPACES
005780                 AND SX-MOVIMENTO-TRANSFERENCIA
005790                 AND SX-CONTA-CONTRAPARTIDA NUMERIC
005800             IF SX-MOVIMENTO-DEBITO
005810                 STRING "TRANSF P/ " SX-CONTA-CONTRAPARTIDA
005820                     DELIMITED BY SIZE INTO WS-MOV-VINCULO
005830             ELSE
005840                 STRING "TRANSF DE " SX-CONTA-CONTRAPARTIDA
005850                     DELIMITED BY SIZE INTO WS-MOV-VINCULO
005860             END-IF
005870         END-IF
005880     END-IF.
005890
005900*****************************************************
005910*  FECHA-CONTA - CLOSES THE STATEMENT IN HAND: AN
005920*  ACCOUNT WITHOUT PERIOD MOVEMENTS STILL GETS ITS
005930*  PAGE, ANY IN-PERIOD MAINTENANCE DELTA PRINTS AS AN
005940*  ADJUSTMENT LINE, THE CLOSING BALANCE PRINTS, AND
005950*  THE CLOSING PLUS EVERYTHING DATED AFTER THE PERIOD
005960*  IS TIED TO SA-SALDO ON THE MASTER.
005970*****************************************************
005980 FECHA-CONTA.
005990     IF NOT WS-ABERTURA-IMPRESSA
006000         PERFORM IMPRIME-ABERTURA
006010         MOVE "SEM MOVIMENTO NO PERIODO" TO WS-TXT-TEXTO
006020         WRITE REL-REGISTRO FROM WS-LINHA-TEXTO
006030             AFTER ADVANCING 1 LINE
006040         ADD 1 TO WS-CONTADOR-LINHAS
006050     END-IF.
006060     IF WS-MANT-PERIODO NOT = ZERO
006070         ADD WS-MANT-PERIODO TO WS-SALDO-CORRENTE
006080         MOVE "AJUSTES DE MANUTENCAO NO PERIODO"
006090             TO WS-ROT-TEXTO
006100         MOVE WS-MANT-PERIODO TO WS-ROT-VALOR
006110         WRITE REL-REGISTRO FROM WS-LINHA-ROTULO-VALOR
006120             AFTER ADVANCING 1 LINE
006130         ADD 1 TO WS-CONTADOR-LINHAS
006140     END-IF.
006150     MOVE "SALDO DE FECHAMENTO" TO WS-ROT-TEXTO.
006160     MOVE WS-SALDO-CORRENTE TO WS-ROT-VALOR.
006170     WRITE REL-REGISTRO FROM WS-LINHA-ROTULO-VALOR
006180         AFTER ADVANCING 2 LINES.
006190     ADD 2 TO WS-CONTADOR-LINHAS.
006200     PERFORM AMARRA-COM-MASTER.
006210     MOVE "N" TO WS-CONTA-EM-CURSO-SW.
006220
006230*****************************************************
006240*  AMARRA-COM-MASTER - THE TIE CHECK.  CLOSING
006250*  BALANCE PLUS POST-PERIOD EXTRACT MOVEMENTS PLUS
006260*  POST-PERIOD MAINTENANCE DELTAS MUST EQUAL THE
006270*  MASTER BALANCE; ANYTHING ELSE PRINTS AN EXCEPTION
006280*  LINE WITH THE DIFFERENCE (MASTER MINUS HISTORY).
006290*****************************************************
006300 AMARRA-COM-MASTER.
006310     MOVE WS-CONTA-CORRENTE TO SA-CONTA.
006320     READ SALDOFILE
006330         INVALID KEY
006340             MOVE SPACES TO WS-TXT-TEXTO
006350             STRING "EXCECAO - CONTA NAO CADASTRADA NO "
006360                 "MASTER DE SALDOS"
006370                 DELIMITED BY SIZE INTO WS-TXT-TEXTO
006380             WRITE REL-REGISTRO FROM WS-LINHA-TEXTO
006390                 AFTER ADVANCING 1 LINE
006400             ADD 1 TO WS-CONTADOR-LINHAS
006410             ADD 1 TO WS-CONT-EXCECOES
006420         NOT INVALID KEY
006430             ADD WS-SALDO-CORRENTE WS-SOMA-POSTERIOR
006440                 WS-MANT-POS GIVING WS-SALDO-APURADO
006450             IF WS-SALDO-APURADO NOT = SA-SALDO
006460                 SUBTRACT WS-SALDO-APURADO FROM SA-SALDO
006470                     GIVING WS-DIFERENCA
006480                 MOVE "EXCECAO - NAO CONFERE COM O MASTER, "
006490                     TO WS-ROT-TEXTO
006500                 MOVE WS-DIFERENCA TO WS-ROT-VALOR
006510                 WRITE REL-REGISTRO
006520                     FROM WS-LINHA-ROTULO-VALOR
006530                     AFTER ADVANCING 1 LINE
006540                 ADD 1 TO WS-CONTADOR-LINHAS
006550                 ADD 1 TO WS-CONT-EXCECOES
006560             END-IF
006570     END-READ.
006580
006590*****************************************************
006600*  FINALIZA-PROGRAMA - RUN SUMMARY AND RETURN CODE:
006610*  0 = EVERY STATEMENT TIED, 4 = AT LEAST ONE
006620*  EXCEPTION OR UNATTRIBUTABLE RECORD - THE REPORT IS
006630*  USABLE BUT NEEDS WORKING.
006640*****************************************************
006650 FINALIZA-PROGRAMA.
006660     CLOSE SALDOFILE RELEXT.
006670     IF WS-POSTADOS-DISPONIVEL
006680         CLOSE POSTFILE
006690     END-IF.
006700     DISPLAY "----------------------------------------".
006710     DISPLAY "RESUMO DO EXTRATO DE " WS-PERIODO.
006720     DISPLAY "MOVIMENTOS LIDOS       : " WS-CONT-LIDOS.
006730     DISPLAY "EXTRATOS EMITIDOS      : " WS-CONT-CONTAS.
006740     DISPLAY "EXCECOES DE AMARRACAO  : " WS-CONT-EXCECOES.
006750     DISPLAY "REGISTROS INVALIDOS    : " WS-CONT-INVALIDOS.
006760     IF WS-MANT-TABELA-CHEIA
006770         DISPLAY "AVISO - TABELA DE MANUTENCAO CHEIA - "
006780             "AMARRACOES NAO SAO CONFIAVEIS"
006790     END-IF.
006800     DISPLAY "----------------------------------------".
006810     IF WS-CONT-EXCECOES > ZERO
006820         OR WS-CONT-INVALIDOS > ZERO
006830         OR WS-MANT-TABELA-CHEIA
006840         MOVE 4 TO RETURN-CODE
006850     ELSE
006860         MOVE ZERO TO RETURN-CODE
006870     END-IF.
006880     PERFORM REGISTRA-FIM.
006890     DISPLAY "Programa finalizado!!".
006900     STOP RUN.
006910
006920*****************************************************
006930*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
006940*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
006950*  ARE ACCEPTED, SO AN I WITH NO MATCHING F
006960*  MEANS THE RUN IS STILL GOING OR DIED.
006970*****************************************************
006980 REGISTRA-INICIO.
006990     PERFORM MONTA-EXECLOG.
007000     MOVE "I" TO WE-EVENTO.
007010     PERFORM GRAVA-EXECLOG.
007020
007030*****************************************************
007040*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
007050*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
007060*****************************************************
007070 REGISTRA-FIM.
007080     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
007090     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
007100     MOVE "F" TO WE-EVENTO.
007110     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
007120     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
007130     MOVE RETURN-CODE TO WE-RETURN-CODE.
007140     MOVE WS-CONT-LIDOS TO WE-QTD-LIDOS.
007150     MOVE WS-CONT-CONTAS TO WE-QTD-PROCESSADOS.
007160     ADD WS-CONT-EXCECOES WS-CONT-INVALIDOS
007170         GIVING WE-QTD-EXCECOES.
007180     PERFORM GRAVA-EXECLOG.
007190
007200 MONTA-EXECLOG.
007210     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
007220     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
007230     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
007240     MOVE "AULA7" TO WE-PROGRAMA.
007250     MOVE WS-PERIODO TO WE-REF-PERIODO.
007260     MOVE ZERO TO WE-REF-DIA.
007270     MOVE SPACES TO WE-OPERADOR.
007280     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
007290     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
007300     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
007310         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
007320
007330*****************************************************
007340*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
007350*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
007360*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
007370*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
007380*****************************************************
007390 GRAVA-EXECLOG.
007400     OPEN EXTEND EXECLOG.
007410     IF WS-EXECLOG-STATUS = "35" OR "05"
007420         OPEN OUTPUT EXECLOG
007430     END-IF.
007440     IF WS-EXECLOG-STATUS NOT = "00"
007450         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
007460             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
007470         MOVE 12 TO RETURN-CODE
007480         STOP RUN
007490     END-IF.
007500     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
007510     CLOSE EXECLOG.
007520
007530 END PROGRAM aula7.
