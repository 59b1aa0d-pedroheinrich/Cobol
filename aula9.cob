000350*  MODIFICATION HISTORY
000360*  DATE       INIT  DESCRIPTION
000370*  2026-09-02 RLH   ORIGINAL PROGRAM.
000380*  2026-10-15 RLH   RUN LEDGER: THE LOAD IS RECORDED ON
000390*                   EXECLOG UNDER THE LOAD DATE, WITH
000400*                   ITS RC AND COUNTS - AULA1 WILL NOT
000410*                   POST A DATE WHOSE LOAD DID NOT
000420*                   END RC 0.
000430*****************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT TAXAFILE ASSIGN TO "TAXAFILE"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-TAXAFILE-STATUS.
000500     SELECT CAMBFILE ASSIGN TO "CAMBFILE"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CB-CHAVE
000540         FILE STATUS IS WS-CAMBFILE-STATUS.
000550     SELECT CAMBSUSP ASSIGN TO "CAMBSUSP"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-CAMBSUSP-STATUS.
000580     SELECT RELCAMB ASSIGN TO "RELCAMB"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RELCAMB-STATUS.
000610     SELECT EXECLOG ASSIGN TO "EXECLOG"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-EXECLOG-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  TAXAFILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORDING MODE IS F.
000690     COPY TAXAREC.
000700 FD  CAMBFILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY CAMBREC.
000730 FD  CAMBSUSP
000740     LABEL RECORDS ARE STANDARD
000750     RECORDING MODE IS F.
000760     COPY TAXAREC REPLACING LEADING ==TX-== BY ==SU-==.
000770 FD  RELCAMB
000780     LABEL RECORDS ARE STANDARD
000790     RECORDING MODE IS F.
000800 01  REL-REGISTRO             PIC X(132).
000810 FD  EXECLOG
000820     LABEL RECORDS ARE STANDARD
000830     RECORDING MODE IS F.
000840     COPY EXECREC.
000850 WORKING-STORAGE SECTION.
000860*****************************************************
000870*  SWITCHES AND FILE STATUS
000880*****************************************************
000890 77  WS-EOF-SW                PIC X(01) VALUE "N".
000900     88  WS-FIM-ARQUIVO                 VALUE "Y".
000910 77  WS-CAMBIO-FIM-SW         PIC X(01) VALUE "N".
000920     88  WS-CAMBIO-FIM                  VALUE "Y".
000930 77  WS-TAXAFILE-STATUS       PIC X(02) VALUE "00".
000940 77  WS-CAMBFILE-STATUS       PIC X(02) VALUE "00".
000950 77  WS-CAMBSUSP-STATUS       PIC X(02) VALUE "00".
000960 77  WS-RELCAMB-STATUS        PIC X(02) VALUE "00".
000970*****************************************************
000980*  RUN CONTROLS AS KEYED BY THE OPERATOR (OR THE
000990*  JOB'S SYSIN): THE LOAD DATE THE TRANSMISSION MUST
001000*  CARRY, THE PREVIOUS EFFECTIVE DATE THE MOVEMENT
001010*  AND COVERAGE CHECKS RUN AGAINST, AND THE MOVEMENT
001020*  TOLERANCE IN WHOLE PERCENT.
001030*****************************************************
001040 01  WS-DATA-CARGA            PIC 9(08).
001050 01  WS-DATA-CARGA-X REDEFINES WS-DATA-CARGA.
001060     05  FILLER               PIC X(04).
001070     05  WS-CARGA-MM          PIC X(02).
001080     05  WS-CARGA-DD          PIC X(02).
001090 01  WS-DATA-ANTERIOR         PIC 9(08).
001100 01  WS-DATA-ANTERIOR-X REDEFINES WS-DATA-ANTERIOR.
001110     05  FILLER               PIC X(04).
001120     05  WS-ANTERIOR-MM       PIC X(02).
001130     05  WS-ANTERIOR-DD       PIC X(02).
001140 77  WS-TOLERANCIA-PCT        PIC 9(03).
001150*****************************************************
001160*  PREVIOUS-DATE RATE TABLE - THE BASIS OF THE
001170*  MOVEMENT AND COVERAGE CHECKS.  VISTO MARKS A
001180*  CURRENCY SEEN IN TODAY'S TRANSMISSION; ONE LEFT
001190*  UNMARKED AT END OF LOAD IS A COVERAGE GAP.
001200*****************************************************
001210 77  WS-MAXIMO-MOEDAS         PIC 9(02) COMP VALUE 50.
001220 77  WS-ANTERIOR-QTD          PIC 9(02) COMP VALUE ZERO.
001230 01  WS-TABELA-ANTERIOR.
001240     05  WS-ANT-ENTRADA OCCURS 50 TIMES
001250             INDEXED BY WS-ANT-IDX.
001260         10  WS-ANT-MOEDA     PIC X(03).
001270         10  WS-ANT-TAXA      PIC 9(03)V9(6).
001280         10  WS-ANT-VISTO     PIC X(01).
001290*****************************************************
001300*  MOVEMENT-CHECK WORK FIELDS
001310*****************************************************
001320 77  WS-VARIACAO              PIC S9(04)V9(6) COMP-3
001330                               VALUE ZERO.
001340 77  WS-VARIACAO-TRABALHO     PIC S9(07)V9(6) COMP-3
001350                               VALUE ZERO.
001360 77  WS-VARIACAO-PCT          PIC 9(04)V99 VALUE ZERO.
001370*****************************************************
001380*  RUN TOTAIS
001390*****************************************************
001400 77  WS-CONT-LIDAS            PIC 9(05) COMP VALUE ZERO.
001410 77  WS-CONT-CARREGADAS       PIC 9(05) COMP VALUE ZERO.
001420 77  WS-CONT-RETIDAS          PIC 9(05) COMP VALUE ZERO.
001430 77  WS-CONT-REJEITADAS       PIC 9(05) COMP VALUE ZERO.
001440 77  WS-CONT-FALTANTES        PIC 9(05) COMP VALUE ZERO.
001450*****************************************************
001460*  REPORT LINES
001470*****************************************************
001480 01  WS-LINHA-TITULO.
001490     05  FILLER               PIC X(30) VALUE
001500         "CARGA DE TAXAS DE CAMBIO      ".
001510     05  FILLER               PIC X(06) VALUE "DATA: ".
001520     05  WS-TIT-DATA          PIC 9(08).
001530     05  FILLER               PIC X(13) VALUE
001540         "  ANTERIOR: ".
001550     05  WS-TIT-ANTERIOR      PIC 9(08).
001560     05  FILLER               PIC X(14) VALUE
001570         "  TOLERANCIA: ".
001580     05  WS-TIT-TOLERANCIA    PIC ZZ9.
001590     05  FILLER               PIC X(02) VALUE " %".
001600 01  WS-LINHA-TAXA.
001610     05  FILLER               PIC X(02) VALUE SPACES.
001620     05  WS-TAX-MOEDA         PIC X(03).
001630     05  FILLER               PIC X(02) VALUE SPACES.
001640     05  WS-TAX-DECISAO       PIC X(10).
001650     05  FILLER               PIC X(07) VALUE "  TAXA ".
001660     05  WS-TAX-TAXA          PIC ZZ9.9(6).
001670     05  FILLER               PIC X(12) VALUE
001680         "  VARIACAO ".
001690     05  WS-TAX-VARIACAO      PIC ZZZ9.99.
001700     05  FILLER               PIC X(04) VALUE " %  ".
001710     05  WS-TAX-OBSERVACAO    PIC X(40).
001720 01  WS-LINHA-TEXTO.
001730     05  FILLER               PIC X(02) VALUE SPACES.
001740     05  WS-TXT-TEXTO         PIC X(70).
001750*****************************************************
001760*  CYCLE RUN LEDGER (EXECLOG)
001770*****************************************************
001780 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
001790 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
001800 01  WS-EL-HORA-SISTEMA.
001810     05  WS-EL-HHMMSS         PIC 9(06).
001820     05  FILLER               PIC 9(02).
001830     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
001840
001850 PROCEDURE DIVISION.
001860*****************************************************
001870*  INICIALIZACAO - ACCEPTS AND VALIDATES THE RUN
001880*  CONTROLS, LOADS THE PREVIOUS-DATE RATES, DRIVES
001890*  THE TRANSMISSION THROUGH THE CHECKS AND CLOSES
001900*  WITH THE COVERAGE SWEEP.
001910*****************************************************
001920 INICIALIZACAO.
001930     DISPLAY "DATA DE CARGA (AAAAMMDD): "
001940         WITH NO ADVANCING.
001950     ACCEPT WS-DATA-CARGA.
001960     IF WS-DATA-CARGA NOT NUMERIC
001970         OR WS-CARGA-MM < "01" OR WS-CARGA-MM > "12"
001980         OR WS-CARGA-DD < "01" OR WS-CARGA-DD > "31"
001990         DISPLAY "DATA DE CARGA INVALIDA"
002000         MOVE 12 TO RETURN-CODE
002010         STOP RUN
002020     END-IF.
002030     DISPLAY "DATA DE VIGENCIA ANTERIOR (AAAAMMDD): "
002040         WITH NO ADVANCING.
002050     ACCEPT WS-DATA-ANTERIOR.
002060     IF WS-DATA-ANTERIOR NOT NUMERIC
002070         OR WS-ANTERIOR-MM < "01" OR WS-ANTERIOR-MM > "12"
002080         OR WS-ANTERIOR-DD < "01" OR WS-ANTERIOR-DD > "31"
002090         OR WS-DATA-ANTERIOR >= WS-DATA-CARGA
002100         DISPLAY "DATA DE VIGENCIA ANTERIOR INVALIDA"
002110         MOVE 12 TO RETURN-CODE
002120         STOP RUN
002130     END-IF.
002140     DISPLAY "TOLERANCIA DE VARIACAO (0 A 100 %): "
002150         WITH NO ADVANCING.
002160     ACCEPT WS-TOLERANCIA-PCT.
002170     IF WS-TOLERANCIA-PCT NOT NUMERIC
002180         OR WS-TOLERANCIA-PCT > 100
002190         DISPLAY "TOLERANCIA INVALIDA (0 A 100)"
002200         MOVE 12 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230     PERFORM REGISTRA-INICIO.
002240     PERFORM ABRE-ARQUIVOS.
002250     PERFORM CARREGA-TAXAS-ANTERIORES.
002260     PERFORM IMPRIME-TITULO.
002270     PERFORM LE-TRANSMISSAO.
002280     PERFORM TRATA-TAXA
002290         UNTIL WS-FIM-ARQUIVO.
002300     PERFORM VERIFICA-COBERTURA.
002310     PERFORM FINALIZA-PROGRAMA.
002320
002330*****************************************************
002340*  ABRE-ARQUIVOS - THE TRANSMISSION MUST EXIST; THE
002350*  RATE MASTER IS CREATED EMPTY ON THE VERY FIRST
002360*  LOAD ONLY (FILE STATUS 35) AND ANY OTHER OPEN
002370*  FAILURE STOPS THE RUN RATHER THAN RECREATING IT.
002380*****************************************************
002390 ABRE-ARQUIVOS.
002400     OPEN INPUT TAXAFILE.
002410     IF WS-TAXAFILE-STATUS NOT = "00"
002420         DISPLAY "ERRO - TRANSMISSAO DO TESOURO (TAXAFILE) "
002430             "INDISPONIVEL, STATUS " WS-TAXAFILE-STATUS
002440         MOVE 12 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     OPEN I-O CAMBFILE.
002480     IF WS-CAMBFILE-STATUS = "35"
002490         OPEN OUTPUT CAMBFILE
002500         CLOSE CAMBFILE
002510         OPEN I-O CAMBFILE
002520     END-IF.
002530     IF WS-CAMBFILE-STATUS NOT = "00"
002540         DISPLAY "ERRO - ARQUIVO DE CAMBIO INDISPONIVEL, "
002550             "STATUS " WS-CAMBFILE-STATUS
002560         MOVE 12 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002590     OPEN OUTPUT CAMBSUSP.
002600     OPEN OUTPUT RELCAMB.
002610
002620*****************************************************
002630*  CARREGA-TAXAS-ANTERIORES - SWEEPS CAMBFILE AND
002640*  KEEPS EVERY RATE EFFECTIVE ON THE PREVIOUS DATE.
002650*  AN EMPTY RESULT IS LEGITIMATE ON A FIRST LOAD -
002660*  THE MOVEMENT AND COVERAGE CHECKS SIMPLY HAVE
002670*  NOTHING TO COMPARE AGAINST AND SAY SO.
002680*****************************************************
002690 CARREGA-TAXAS-ANTERIORES.
002700     MOVE SPACES TO WS-TABELA-ANTERIOR.
002710     MOVE LOW-VALUES TO CB-CHAVE.
002720     START CAMBFILE KEY NOT < CB-CHAVE
002730         INVALID KEY
002740             SET WS-CAMBIO-FIM TO TRUE
002750     END-START.
002760     PERFORM LE-PROXIMO-CAMBIO.
002770     PERFORM GUARDA-TAXA-ANTERIOR
002780         UNTIL WS-CAMBIO-FIM.
002790     DISPLAY "TAXAS DA VIGENCIA ANTERIOR CARREGADAS: "
002800         WS-ANTERIOR-QTD.
002810     IF WS-ANTERIOR-QTD = ZERO
002820         DISPLAY "AVISO - NENHUMA TAXA NA VIGENCIA "
002830             "ANTERIOR - CHECAGENS SEM BASE DE COMPARACAO"
002840     END-IF.
002850
002860 GUARDA-TAXA-ANTERIOR.
002870     IF CB-DATA-VIGENCIA = WS-DATA-ANTERIOR
002880         IF WS-ANTERIOR-QTD < WS-MAXIMO-MOEDAS
002890             ADD 1 TO WS-ANTERIOR-QTD
002900             SET WS-ANT-IDX TO WS-ANTERIOR-QTD
002910             MOVE CB-MOEDA TO WS-ANT-MOEDA (WS-ANT-IDX)
002920             MOVE CB-TAXA TO WS-ANT-TAXA (WS-ANT-IDX)
002930             MOVE SPACE TO WS-ANT-VISTO (WS-ANT-IDX)
002940         ELSE
002950             DISPLAY "AVISO - TABELA DE MOEDAS CHEIA - "
002960                 "MOEDA " CB-MOEDA " IGNORADA"
002970         END-IF
002980     END-IF.
002990     PERFORM LE-PROXIMO-CAMBIO.
003000
003010 LE-PROXIMO-CAMBIO.
003020     IF NOT WS-CAMBIO-FIM
003030         READ CAMBFILE NEXT RECORD
003040             AT END
003050                 SET WS-CAMBIO-FIM TO TRUE
003060         END-READ
003070     END-IF.
003080
003090 LE-TRANSMISSAO.
003100     READ TAXAFILE
003110         AT END
003120             SET WS-FIM-ARQUIVO TO TRUE
003130     END-READ.
003140
003150*****************************************************
003160*  TRATA-TAXA - ONE TRANSMISSION RECORD: VALIDATE,
003170*  RUN THE MOVEMENT CHECK AGAINST THE PREVIOUS DATE,
003180*  THEN LOAD OR HOLD.  EVERY RECORD LEAVES ONE LINE
003190*  ON THE LOAD REPORT SAYING WHAT WAS DECIDED.
003200*****************************************************
003210 TRATA-TAXA.
003220     ADD 1 TO WS-CONT-LIDAS.
003230     EVALUATE TRUE
003240         WHEN TX-MOEDA = SPACES
003250             PERFORM REJEITA-TAXA-INVALIDA
003260         WHEN TX-DATA-VIGENCIA NOT NUMERIC
003270             PERFORM REJEITA-TAXA-INVALIDA
003280         WHEN TX-DATA-VIGENCIA NOT = WS-DATA-CARGA
003290             PERFORM REJEITA-TAXA-INVALIDA
003300         WHEN TX-TAXA NOT NUMERIC
003310             PERFORM REJEITA-TAXA-INVALIDA
003320         WHEN TX-TAXA = ZERO
003330             PERFORM REJEITA-TAXA-INVALIDA
003340         WHEN OTHER
003350             PERFORM AVALIA-VARIACAO
003360     END-EVALUATE.
003370     PERFORM LE-TRANSMISSAO.
003380
003390 REJEITA-TAXA-INVALIDA.
003400     ADD 1 TO WS-CONT-REJEITADAS.
003410     MOVE SPACES TO WS-LINHA-TAXA.
003420     MOVE TX-MOEDA TO WS-TAX-MOEDA.
003430     MOVE "REJEITADA" TO WS-TAX-DECISAO.
003440     MOVE "REGISTRO INVALIDO OU FORA DA DATA DE CARGA"
003450         TO WS-TAX-OBSERVACAO.
003460     WRITE REL-REGISTRO FROM WS-LINHA-TAXA
003470         AFTER ADVANCING 1 LINE.
003480
003490*****************************************************
003500*  AVALIA-VARIACAO - COMPARES THE INCOMING RATE WITH
003510*  THE SAME CURRENCY'S RATE ON THE PREVIOUS EFFECTIVE
003520*  DATE.  A MOVE BEYOND THE TOLERANCE HOLDS THE RATE
003530*  FOR CONFIRMATION; A CURRENCY WITH NO PREVIOUS RATE
003540*  LOADS WITH A REMARK - A BRAND-NEW CURRENCY HAS
003550*  NOTHING TO MOVE AGAINST.  EITHER WAY THE CURRENCY
003560*  COUNTS AS SEEN FOR THE COVERAGE SWEEP.
003570*****************************************************
003580 AVALIA-VARIACAO.
003590     MOVE ZERO TO WS-VARIACAO-PCT.
003600     SET WS-ANT-IDX TO 1.
003610     SEARCH WS-ANT-ENTRADA
003620         AT END
003630             PERFORM CARREGA-TAXA-NOVA
003640         WHEN WS-ANT-IDX > WS-ANTERIOR-QTD
003650             PERFORM CARREGA-TAXA-NOVA
003660         WHEN WS-ANT-MOEDA (WS-ANT-IDX) = TX-MOEDA
003670             MOVE "V" TO WS-ANT-VISTO (WS-ANT-IDX)
003680             PERFORM CALCULA-VARIACAO
003690             IF WS-VARIACAO-PCT > WS-TOLERANCIA-PCT
003700                 PERFORM RETEM-TAXA
003710             ELSE
003720                 PERFORM CARREGA-TAXA
003730             END-IF
003740     END-SEARCH.
003750
003760*****************************************************
003770*  CALCULA-VARIACAO - ABSOLUTE DAY-OVER-DAY MOVEMENT
003780*  IN PERCENT AGAINST THE PREVIOUS RATE.
003790*****************************************************
003800 CALCULA-VARIACAO.
003810     SUBTRACT WS-ANT-TAXA (WS-ANT-IDX) FROM TX-TAXA
003820         GIVING WS-VARIACAO.
003830     IF WS-VARIACAO < ZERO
003840         SUBTRACT WS-VARIACAO FROM ZERO
003850             GIVING WS-VARIACAO
003860     END-IF.
003870     MULTIPLY WS-VARIACAO BY 100
003880         GIVING WS-VARIACAO-TRABALHO.
003890     DIVIDE WS-VARIACAO-TRABALHO
003900         BY WS-ANT-TAXA (WS-ANT-IDX)
003910         GIVING WS-VARIACAO-PCT ROUNDED
003920         ON SIZE ERROR
003930             MOVE 9999.99 TO WS-VARIACAO-PCT
003940     END-DIVIDE.
003950
003960*****************************************************
003970*  CARREGA-TAXA-NOVA - A CURRENCY WITHOUT A PREVIOUS
003980*  RATE: LOADED, WITH A REMARK ON THE REPORT SO THE
003990*  DESK SEES THE NEW CURRENCY ARRIVE.
004000*****************************************************
004010 CARREGA-TAXA-NOVA.
004020     PERFORM GRAVA-CAMBIO.
004030     ADD 1 TO WS-CONT-CARREGADAS.
004040     MOVE SPACES TO WS-LINHA-TAXA.
004050     MOVE TX-MOEDA TO WS-TAX-MOEDA.
004060     MOVE "CARREGADA" TO WS-TAX-DECISAO.
004070     MOVE TX-TAXA TO WS-TAX-TAXA.
004080     MOVE "SEM TAXA NA VIGENCIA ANTERIOR"
004090         TO WS-TAX-OBSERVACAO.
004100     WRITE REL-REGISTRO FROM WS-LINHA-TAXA
004110         AFTER ADVANCING 1 LINE.
004120
004130 CARREGA-TAXA.
004140     PERFORM GRAVA-CAMBIO.
004150     ADD 1 TO WS-CONT-CARREGADAS.
004160     MOVE SPACES TO WS-LINHA-TAXA.
004170     MOVE TX-MOEDA TO WS-TAX-MOEDA.
004180     MOVE "CARREGADA" TO WS-TAX-DECISAO.
004190     MOVE TX-TAXA TO WS-TAX-TAXA.
004200     MOVE WS-VARIACAO-PCT TO WS-TAX-VARIACAO.
004210     WRITE REL-REGISTRO FROM WS-LINHA-TAXA
004220         AFTER ADVANCING 1 LINE.
004230
004240*****************************************************
004250*  RETEM-TAXA - THE MOVEMENT EXCEEDED THE TOLERANCE:
004260*  THE RATE IS NOT STORED.  THE RAW RECORD GOES TO
004270*  THE SUSPENSE FILE FOR TREASURY TO CONFIRM AND
004280*  RETRANSMIT, AND THE REPORT SAYS WHY IT WAS HELD.
004290*****************************************************
004300 RETEM-TAXA.
004310     MOVE TX-REGISTRO-TAXA TO SU-REGISTRO-TAXA.
004320     WRITE SU-REGISTRO-TAXA.
004330     ADD 1 TO WS-CONT-RETIDAS.
004340     MOVE SPACES TO WS-LINHA-TAXA.
004350     MOVE TX-MOEDA TO WS-TAX-MOEDA.
004360     MOVE "RETIDA" TO WS-TAX-DECISAO.
004370     MOVE TX-TAXA TO WS-TAX-TAXA.
004380     MOVE WS-VARIACAO-PCT TO WS-TAX-VARIACAO.
004390     MOVE "VARIACAO ACIMA DA TOLERANCIA - CONFIRMAR"
004400         TO WS-TAX-OBSERVACAO.
004410     WRITE REL-REGISTRO FROM WS-LINHA-TAXA
004420         AFTER ADVANCING 1 LINE.
004430
004440*****************************************************
004450*  GRAVA-CAMBIO - STORES THE RATE UNDER CURRENCY +
004460*  EFFECTIVE DATE.  AN ENTRY ALREADY ON FILE IS
004470*  REWRITTEN, SO RERUNNING A LOAD IS HARMLESS.
004480*****************************************************
004490 GRAVA-CAMBIO.
004500     MOVE SPACES TO CB-REGISTRO-CAMBIO.
004510     MOVE TX-MOEDA TO CB-MOEDA.
004520     MOVE TX-DATA-VIGENCIA TO CB-DATA-VIGENCIA.
004530     MOVE TX-TAXA TO CB-TAXA.
004540     WRITE CB-REGISTRO-CAMBIO
004550         INVALID KEY
004560             REWRITE CB-REGISTRO-CAMBIO
004570     END-WRITE.
004580
004590*****************************************************
004600*  VERIFICA-COBERTURA - EVERY CURRENCY THAT HAD A
004610*  RATE ON THE PREVIOUS EFFECTIVE DATE MUST HAVE
004620*  APPEARED IN TODAY'S TRANSMISSION (LOADED OR HELD -
004630*  EITHER WAY TREASURY SENT IT).  ONE LEFT UNSEEN IS
004640*  THE GAP THAT USED TO SURFACE AT 2 AM.
004650*****************************************************
004660 VERIFICA-COBERTURA.
004670     PERFORM VERIFICA-UMA-COBERTURA
004680         VARYING WS-ANT-IDX FROM 1 BY 1
004690         UNTIL WS-ANT-IDX > WS-ANTERIOR-QTD.
004700
004710 VERIFICA-UMA-COBERTURA.
004720     IF WS-ANT-VISTO (WS-ANT-IDX) = SPACE
004730         ADD 1 TO WS-CONT-FALTANTES
004740         MOVE SPACES TO WS-LINHA-TEXTO
004750         STRING "MOEDA " WS-ANT-MOEDA (WS-ANT-IDX)
004760             " TINHA TAXA NA VIGENCIA ANTERIOR E NAO "
004770             "VEIO HOJE"
004780             DELIMITED BY SIZE INTO WS-TXT-TEXTO
004790         WRITE REL-REGISTRO FROM WS-LINHA-TEXTO
004800             AFTER ADVANCING 1 LINE
004810         DISPLAY "AVISO - MOEDA " WS-ANT-MOEDA (WS-ANT-IDX)
004820             " SEM TAXA NA TRANSMISSAO DE HOJE"
004830     END-IF.
004840
004850 IMPRIME-TITULO.
004860     MOVE WS-DATA-CARGA TO WS-TIT-DATA.
004870     MOVE WS-DATA-ANTERIOR TO WS-TIT-ANTERIOR.
004880     MOVE WS-TOLERANCIA-PCT TO WS-TIT-TOLERANCIA.
004890     WRITE REL-REGISTRO FROM WS-LINHA-TITULO
004900         AFTER ADVANCING 1 LINE.
004910     MOVE SPACES TO REL-REGISTRO.
004920     WRITE REL-REGISTRO AFTER ADVANCING 1 LINE.
004930
004940*****************************************************
004950*  FINALIZA-PROGRAMA - SUMMARY AND RETURN CODE: 0 =
004960*  EVERYTHING LOADED AND COVERED, 4 = SOMETHING WAS
004970*  HELD, REJECTED OR MISSING - THE POSTING RUN CAN
004980*  STILL GO, BUT THE DESK MUST WORK THE REPORT FIRST.
004990*****************************************************
005000 FINALIZA-PROGRAMA.
005010     CLOSE TAXAFILE CAMBFILE CAMBSUSP RELCAMB.
005020     DISPLAY "----------------------------------------".
005030     DISPLAY "RESUMO DA CARGA DE CAMBIO DE " WS-DATA-CARGA.
005040     DISPLAY "TAXAS LIDAS      : " WS-CONT-LIDAS.
005050     DISPLAY "TAXAS CARREGADAS : " WS-CONT-CARREGADAS.
005060     DISPLAY "TAXAS RETIDAS    : " WS-CONT-RETIDAS.
005070     DISPLAY "TAXAS REJEITADAS : " WS-CONT-REJEITADAS.
005080     DISPLAY "MOEDAS FALTANTES : " WS-CONT-FALTANTES.
005090     DISPLAY "----------------------------------------".
005100     IF WS-CONT-RETIDAS > ZERO
005110         OR WS-CONT-REJEITADAS > ZERO
005120         OR WS-CONT-FALTANTES > ZERO
005130         MOVE 4 TO RETURN-CODE
005140     ELSE
005150         MOVE ZERO TO RETURN-CODE
005160     END-IF.
005170     PERFORM REGISTRA-FIM.
005180     DISPLAY "Programa finalizado!!".
005190     STOP RUN.
005200
005210*****************************************************
005220*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
005230*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
005240*  ARE ACCEPTED, SO AN I WITH NO MATCHING F
005250*  MEANS THE RUN IS STILL GOING OR DIED.
005260*****************************************************
005270 REGISTRA-INICIO.
005280     PERFORM MONTA-EXECLOG.
005290     MOVE "I" TO WE-EVENTO.
005300     PERFORM GRAVA-EXECLOG.
005310
005320*****************************************************
005330*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
005340*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
005350*****************************************************
005360 REGISTRA-FIM.
005370     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
005380     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
005390     MOVE "F" TO WE-EVENTO.
005400     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
005410     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
005420     MOVE RETURN-CODE TO WE-RETURN-CODE.
005430     MOVE WS-CONT-LIDAS TO WE-QTD-LIDOS.
005440     MOVE WS-CONT-CARREGADAS TO WE-QTD-PROCESSADOS.
005450     ADD WS-CONT-RETIDAS WS-CONT-REJEITADAS WS-CONT-FALTANTES
005460         GIVING WE-QTD-EXCECOES.
005470     PERFORM GRAVA-EXECLOG.
005480
005490 MONTA-EXECLOG.
005500     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
005510     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
005520     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
005530     MOVE "AULA9" TO WE-PROGRAMA.
005540     MOVE WS-DATA-CARGA TO WE-DATA-REFERENCIA.
005550     MOVE SPACES TO WE-OPERADOR.
005560     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
005570     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
005580     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
005590         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
005600
005610*****************************************************
005620*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
005630*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
005640*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
005650*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
005660*****************************************************
005670 GRAVA-EXECLOG.
005680     OPEN EXTEND EXECLOG.
005690     IF WS-EXECLOG-STATUS = "35" OR "05"
005700         OPEN OUTPUT EXECLOG
005710     END-IF.
005720     IF WS-EXECLOG-STATUS NOT = "00"
005730         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
005740             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
005750         MOVE 12 TO RETURN-CODE
005760         STOP RUN
005770     END-IF.
005780     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
005790     CLOSE EXECLOG.
005800
005810 END PROGRAM aula9.
