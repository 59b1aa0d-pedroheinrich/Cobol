000420*  MODIFICATION HISTORY
000430*  DATE       INIT  DESCRIPTION
000440*  2026-09-02 RLH   ORIGINAL PROGRAM.
000450*  2026-10-15 RLH   RUN LEDGER: THE RUN IS RECORDED ON
000460*                   EXECLOG UNDER THE LATEST POSTED
000470*                   DATE.  A VERIFY RUN IS REFUSED
000480*                   WITH RC 16 UNTIL AULA5 HAS
000490*                   CERTIFIED THAT DATE WITH RC 0; A
000500*                   REBUILD IS RECORDED BUT NOT HELD.
000510*****************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT EXTARQ ASSIGN TO "EXTARQ"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-EXTARQ-STATUS.
000580     SELECT EXTRATFILE ASSIGN TO "EXTRATFILE"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-EXTRATFILE-STATUS.
000610     SELECT SALDMANT ASSIGN TO "SALDMANT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-SALDMANT-STATUS.
000640     SELECT SALDOFILE ASSIGN TO "SALDOFILE"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS SA-CONTA
000680         FILE STATUS IS WS-SALDOFILE-STATUS.
000690     SELECT RELVER ASSIGN TO "RELVER"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-RELVER-STATUS.
000720     SELECT EXECLOG ASSIGN TO "EXECLOG"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-EXECLOG-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  EXTARQ
000780     LABEL RECORDS ARE STANDARD
000790     RECORDING MODE IS F.
000800     COPY EXTRATREC REPLACING LEADING ==EX-== BY ==EA-==.
000810 FD  EXTRATFILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORDING MODE IS F.
000840     COPY EXTRATREC.
000850 FD  SALDMANT
000860     LABEL RECORDS ARE STANDARD
000870     RECORDING MODE IS F.
000880     COPY MANTREC.
000890 FD  SALDOFILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY SALDOREC.
000920 FD  RELVER
000930     LABEL RECORDS ARE STANDARD
000940     RECORDING MODE IS F.
000950 01  REL-REGISTRO             PIC X(132).
000960 FD  EXECLOG
000970     LABEL RECORDS ARE STANDARD
000980     RECORDING MODE IS F.
000990     COPY EXECREC.
001000 WORKING-STORAGE SECTION.
001010*****************************************************
001020*  SWITCHES AND FILE STATUS
001030*****************************************************
001040 77  WS-EOF-SW                PIC X(01) VALUE "N".
001050     88  WS-FIM-ARQUIVO                 VALUE "Y".
001060 77  WS-SALDOS-FIM-SW         PIC X(01) VALUE "N".
001070     88  WS-SALDOS-FIM                  VALUE "Y".
001080 77  WS-MODO-EXECUCAO         PIC X(01) VALUE "V".
001090     88  WS-MODO-VERIFICA               VALUE "V".
001100     88  WS-MODO-RECONSTROI             VALUE "R".
001110 77  WS-EXTARQ-STATUS         PIC X(02) VALUE "00".
001120 77  WS-EXTRATFILE-STATUS     PIC X(02) VALUE "00".
001130 77  WS-SALDMANT-STATUS       PIC X(02) VALUE "00".
001140 77  WS-SALDOFILE-STATUS      PIC X(02) VALUE "00".
001150 77  WS-RELVER-STATUS         PIC X(02) VALUE "00".
001160*****************************************************
001170*  REBUILD AUTHORIZATION AND AUDIT-TRAIL FIELDS
001180*****************************************************
001190 77  WS-OPERADOR              PIC X(08) VALUE SPACES.
001200 77  WS-CONFIRMACAO           PIC X(10) VALUE SPACES.
001210 77  WS-DATA-SISTEMA          PIC 9(08) VALUE ZERO.
001220 01  WS-HORA-SISTEMA          PIC 9(08) VALUE ZERO.
001230 01  WS-HORA-SISTEMA-X REDEFINES WS-HORA-SISTEMA.
001240     05  WS-HORA-HHMMSS       PIC 9(06).
001250     05  FILLER               PIC X(02).
001260*****************************************************
001270*  PER-ACCOUNT RECOMPUTATION TABLE - BALANCE REBUILT
001280*  FROM THE EXTRACT HISTORY PLUS MAINTENANCE DELTAS,
001290*  AND THE EXTRACT MOVEMENT COUNT (MAINTENANCE LINES
001300*  DO NOT BUMP SA-CONTADOR-MOVTOS, SO THEY DO NOT
001310*  COUNT HERE EITHER).  THE VISTO FLAG MARKS ENTRIES
001320*  MATCHED TO A MASTER RECORD, SO HISTORY FOR AN
001330*  ACCOUNT MISSING FROM THE MASTER IS REPORTED TOO.
001340*****************************************************
001350 77  WS-MAXIMO-CONTAS         PIC 9(04) COMP VALUE 5000.
001360*    WORK COPY OF THE EXTRACT RECORD IN HAND, SO THE
001370*    ARCHIVED AND LIVE FILES FEED ONE ACCUMULATION
001380*    PARAGRAPH WITHOUT TOUCHING A CLOSED FILE'S
001390*    RECORD AREA.
001400 COPY EXTRATREC REPLACING LEADING ==EX-== BY ==WX-==.
001410 77  WS-CONTA-QTD             PIC 9(04) COMP VALUE ZERO.
001420 77  WS-CONTA-TRABALHO        PIC 9(08) VALUE ZERO.
001430 77  WS-MOVIMENTO             PIC S9(13)V99 COMP-3 VALUE ZERO.
001440 01  WS-TABELA-CONTAS.
001450     05  WS-CONTA-ENTRADA OCCURS 5000 TIMES
001460             INDEXED BY WS-CONTA-IDX.
001470         10  WS-TAB-CONTA     PIC 9(08).
001480         10  WS-TAB-SOMA      PIC S9(13)V99 COMP-3.
001490         10  WS-TAB-MOVTOS    PIC 9(07) COMP.
001500         10  WS-TAB-VISTO     PIC X(01).
001510*****************************************************
001520*  COMPARISON WORK FIELDS
001530*****************************************************
001540 77  WS-SALDO-APURADO         PIC S9(13)V99 COMP-3 VALUE ZERO.
001550 77  WS-MOVTOS-APURADOS       PIC 9(07) COMP VALUE ZERO.
001560 77  WS-DIFERENCA             PIC S9(13)V99 COMP-3 VALUE ZERO.
001570*****************************************************
001580*  RUN TOTALS
001590*****************************************************
001600 77  WS-CONT-HISTORICO        PIC 9(07) COMP VALUE ZERO.
001610 77  WS-CONT-INVALIDOS        PIC 9(07) COMP VALUE ZERO.
001620 77  WS-CONT-DERIVAS          PIC 9(07) COMP VALUE ZERO.
001630 77  WS-CONT-RESTATADAS       PIC 9(07) COMP VALUE ZERO.
001640 77  WS-CONT-SEM-MASTER       PIC 9(07) COMP VALUE ZERO.
001650*****************************************************
001660*  REPORT LINES
001670*****************************************************
001680 01  WS-LINHA-TITULO.
001690     05  FILLER               PIC X(40) VALUE
001700         "VERIFICACAO DO MASTER DE SALDOS    MODO:".
001710     05  FILLER               PIC X(01) VALUE SPACE.
001720     05  WS-TIT-MODO          PIC X(10).
001730 01  WS-LINHA-DERIVA.
001740     05  FILLER               PIC X(02) VALUE SPACES.
001750     05  FILLER               PIC X(06) VALUE "CONTA ".
001760     05  WS-DER-CONTA         PIC 9(08).
001770     05  FILLER               PIC X(09) VALUE "  MASTER ".
001780     05  WS-DER-MASTER        PIC -Z(12)9.99.
001790     05  FILLER               PIC X(10) VALUE "  APURADO ".
001800     05  WS-DER-APURADO       PIC -Z(12)9.99.
001810     05  FILLER               PIC X(07) VALUE "  DIF. ".
001820     05  WS-DER-DIFERENCA     PIC -Z(12)9.99.
001830 01  WS-LINHA-MOVTOS.
001840     05  FILLER               PIC X(02) VALUE SPACES.
001850     05  FILLER               PIC X(06) VALUE "CONTA ".
001860     05  WS-MOV-CONTA         PIC 9(08).
001870     05  FILLER               PIC X(16) VALUE
001880         "  MOVTOS MASTER ".
001890     05  WS-MOV-MASTER        PIC Z(6)9.
001900     05  FILLER               PIC X(11) VALUE "  APURADOS ".
001910     05  WS-MOV-APURADOS      PIC Z(6)9.
001920 01  WS-LINHA-TEXTO.
001930     05  FILLER               PIC X(02) VALUE SPACES.
001940     05  WS-TXT-TEXTO         PIC X(70).
001950*****************************************************
001960*  CYCLE RUN LEDGER (EXECLOG)
001970*****************************************************
001980 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
001990 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
002000 77  WS-EXECLOG-EOF-SW        PIC X(01) VALUE "N".
002010     88  WS-FIM-EXECLOG                VALUE "Y".
002020 77  WS-PRE-PROGRAMA          PIC X(08) VALUE SPACES.
002030 77  WS-PRE-SITUACAO          PIC X(01) VALUE SPACE.
002040     88  WS-PRE-NAO-EXECUTADO          VALUE SPACE.
002050     88  WS-PRE-EM-ANDAMENTO           VALUE "I".
002060     88  WS-PRE-CONCLUIDO              VALUE "F".
002070 77  WS-PRE-RC                PIC 9(02) VALUE ZERO.
002080 77  WS-PRE-POSTAGEM          PIC X(01) VALUE SPACE.
002090 01  WS-EL-HORA-SISTEMA.
002100     05  WS-EL-HHMMSS         PIC 9(06).
002110     05  FILLER               PIC 9(02).
002120 01  WS-PRE-REFERENCIA        PIC 9(08) VALUE ZERO.
002130 01  WS-PRE-REF-PARTES REDEFINES WS-PRE-REFERENCIA.
002140     05  WS-PRE-REF-PERIODO   PIC 9(06).
002150     05  WS-PRE-REF-DIA       PIC 9(02).
002160 01  WS-PRE-MENSAGEM.
002170     05  WS-PM-PROGRAMA       PIC X(08).
002180     05  FILLER               PIC X(01) VALUE SPACE.
002190     05  WS-PM-REFERENCIA     PIC 9(08).
002200     05  FILLER               PIC X(01) VALUE SPACE.
002210     05  WS-PM-ESTADO         PIC X(12).
002220     05  WS-PM-ESTADO-RC REDEFINES WS-PM-ESTADO.
002230         10  FILLER           PIC X(03).
002240         10  WS-PM-RC         PIC 9(02).
002250         10  FILLER           PIC X(07).
002260     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
002270
002280 PROCEDURE DIVISION.
002290*****************************************************
002300*  INICIALIZACAO - ACCEPTS THE MODE (AND, FOR A
002310*  REBUILD, THE SEPARATE AUTHORIZATION), ACCUMULATES
002320*  THE HISTORY AND CONFRONTS IT WITH THE MASTER.
002330*****************************************************
002340 INICIALIZACAO.
002350     DISPLAY "MODO (V=VERIFICA R=RECONSTROI): "
002360         WITH NO ADVANCING.
002370     ACCEPT WS-MODO-EXECUCAO.
002380     IF NOT WS-MODO-VERIFICA AND NOT WS-MODO-RECONSTROI
002390         DISPLAY "MODO INVALIDO (USAR V OU R)"
002400         MOVE 12 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
002430     IF WS-MODO-RECONSTROI
002440         PERFORM AUTORIZA-RECONSTRUCAO
002450     END-IF.
002460     PERFORM VERIFICA-PRE-REQUISITOS.
002470     PERFORM REGISTRA-INICIO.
002480     PERFORM ACUMULA-EXTRATO-ARQUIVADO.
002490     PERFORM ACUMULA-EXTRATO-VIVO.
002500     PERFORM ACUMULA-MANUTENCAO.
002510     PERFORM ABRE-SALDOFILE.
002520     OPEN OUTPUT RELVER.
002530     PERFORM IMPRIME-TITULO.
002540     PERFORM CONFRONTA-MASTER.
002550     PERFORM REPORTA-SEM-MASTER.
002560     PERFORM FINALIZA-PROGRAMA.
002570
002580*****************************************************
002590*  VERIFICA-PRE-REQUISITOS - THE PROOF IS ONLY
002600*  MEANINGFUL OVER A CERTIFIED DAY: THE LATEST DATE
002610*  AULA1 POSTED MUST HAVE ENDED, AND AULA5 MUST HAVE
002620*  CERTIFIED THAT DATE IN BALANCE (RC 0) SINCE IT
002630*  WAS LAST POSTED.  A LEDGER WITH NO POSTING AT ALL
002640*  HAS NOTHING TO WAIT FOR.  A REBUILD IS A REPAIR
002650*  TOOL FOR A MASTER ALREADY KNOWN TO BE WRONG AND IS
002660*  NOT HELD BACK - IT IS ONLY RECORDED.
002670*****************************************************
002680 VERIFICA-PRE-REQUISITOS.
002690     MOVE ZERO TO WS-PRE-REFERENCIA.
002700     MOVE SPACE TO WS-PRE-POSTAGEM.
002710     MOVE SPACE TO WS-PRE-SITUACAO.
002720     MOVE ZERO TO WS-PRE-RC.
002730     PERFORM ABRE-CONSULTA-EXECLOG.
002740     PERFORM EXAMINA-CICLO
002750         UNTIL WS-FIM-EXECLOG.
002760     PERFORM FECHA-CONSULTA-EXECLOG.
002770     IF WS-MODO-VERIFICA
002780             AND WS-PRE-REFERENCIA NOT = ZERO
002790         IF WS-PRE-POSTAGEM NOT = "F"
002800             MOVE "AULA1" TO WS-PRE-PROGRAMA
002810             MOVE WS-PRE-POSTAGEM TO WS-PRE-SITUACAO
002820             PERFORM DESCREVE-PRE-REQUISITO
002830             DISPLAY "A VERIFICACAO EXIGE A ULTIMA POSTAGEM "
002840                 "(AULA1) CONCLUIDA"
002850             PERFORM RECUSA-EXECUCAO
002860         END-IF
002870         IF NOT WS-PRE-CONCLUIDO
002880                 OR WS-PRE-RC NOT = ZERO
002890             MOVE "AULA5" TO WS-PRE-PROGRAMA
002900             PERFORM DESCREVE-PRE-REQUISITO
002910             DISPLAY "A VERIFICACAO EXIGE A ULTIMA DATA POSTADA "
002920                 "CERTIFICADA PELA AULA5 COM RC 00"
002930             PERFORM RECUSA-EXECUCAO
002940         END-IF
002950     END-IF.
002960
002970*****************************************************
002980*  EXAMINA-CICLO - FOLLOWS THE LEDGER IN ORDER: EVERY
002990*  AULA1 START MOVES THE REFERENCE TO ITS DATE AND
003000*  VOIDS ANY EARLIER CERTIFICATE, SO ONLY AN AULA5 RUN
003010*  FOR THAT DATE RECORDED AFTER THE POSTING COUNTS.
003020*****************************************************
003030 EXAMINA-CICLO.
003040     IF EL-PROGRAMA = "AULA1"
003050         IF EL-EVENTO-INICIO
003060             MOVE EL-DATA-REFERENCIA TO WS-PRE-REFERENCIA
003070             MOVE "I" TO WS-PRE-POSTAGEM
003080             MOVE SPACE TO WS-PRE-SITUACAO
003090             MOVE ZERO TO WS-PRE-RC
003100         END-IF
003110         IF EL-EVENTO-FIM
003120                 AND EL-DATA-REFERENCIA = WS-PRE-REFERENCIA
003130             MOVE "F" TO WS-PRE-POSTAGEM
003140         END-IF
003150     END-IF.
003160     IF EL-PROGRAMA = "AULA5"
003170             AND EL-DATA-REFERENCIA = WS-PRE-REFERENCIA
003180         IF EL-EVENTO-INICIO
003190             MOVE "I" TO WS-PRE-SITUACAO
003200             MOVE ZERO TO WS-PRE-RC
003210         END-IF
003220         IF EL-EVENTO-FIM
003230             MOVE "F" TO WS-PRE-SITUACAO
003240             MOVE EL-RETURN-CODE TO WS-PRE-RC
003250         END-IF
003260     END-IF.
003270     PERFORM LE-EXECLOG.
003280
003290*****************************************************
003300*  AUTORIZA-RECONSTRUCAO - A REBUILD REWRITES THE
003310*  MASTER, SO IT DEMANDS MORE THAN A ONE-LETTER MODE:
003320*  THE OPERATOR MUST IDENTIFY THEMSELVES (FOR THE
003330*  MAINTENANCE TRAIL) AND KEY THE CONFIRMATION WORD
003340*  IN FULL.  ANYTHING ELSE STOPS THE RUN BEFORE A
003350*  SINGLE RECORD IS TOUCHED.
003360*****************************************************
003370 AUTORIZA-RECONSTRUCAO.
003380     DISPLAY "OPERADOR (ATE 8 CARACTERES): "
003390         WITH NO ADVANCING.
003400     ACCEPT WS-OPERADOR.
003410     IF WS-OPERADOR = SPACES
003420         DISPLAY "ERRO - OPERADOR OBRIGATORIO PARA "
003430             "RECONSTRUCAO"
003440         MOVE 12 TO RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470     DISPLAY "CONFIRME DIGITANDO RECONSTROI: "
003480         WITH NO ADVANCING.
003490     ACCEPT WS-CONFIRMACAO.
003500     IF WS-CONFIRMACAO NOT = "RECONSTROI"
003510         DISPLAY "RECONSTRUCAO NAO CONFIRMADA - "
003520             "NADA FOI ALTERADO"
003530         MOVE 12 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003560     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
003570     ACCEPT WS-HORA-SISTEMA FROM TIME.
003580
003590*****************************************************
003600*  ACUMULA-EXTRATO-ARQUIVADO - FEEDS THE ARCHIVED
003610*  EXTRACT HISTORY INTO THE TABLE.  A MISSING ARCHIVE
003620*  IS TOLERATED - A YOUNG INSTALLATION MAY NEVER HAVE
003630*  ARCHIVED - BUT ANY OTHER OPEN FAILURE STOPS THE
003640*  RUN: A PROOF OVER HALF THE HISTORY PROVES NOTHING.
003650*****************************************************
003660 ACUMULA-EXTRATO-ARQUIVADO.
003670     MOVE "N" TO WS-EOF-SW.
003680     OPEN INPUT EXTARQ.
003690     IF WS-EXTARQ-STATUS = "35"
003700         DISPLAY "AVISO - EXTARQ AUSENTE - SOMENTE O "
003710             "EXTRATO VIVO SERA ACUMULADO"
003720     ELSE
003730         IF WS-EXTARQ-STATUS NOT = "00"
003740             DISPLAY "ERRO AO ABRIR EXTARQ, STATUS "
003750                 WS-EXTARQ-STATUS
003760             MOVE 12 TO RETURN-CODE
003770             STOP RUN
003780         END-IF
003790         PERFORM LE-ARQUIVADO
003800         PERFORM ACUMULA-UM-ARQUIVADO
003810             UNTIL WS-FIM-ARQUIVO
003820         CLOSE EXTARQ
003830     END-IF.
003840
003850 LE-ARQUIVADO.
003860     READ EXTARQ
003870         AT END
003880             SET WS-FIM-ARQUIVO TO TRUE
003890     END-READ.
003900
003910 ACUMULA-UM-ARQUIVADO.
003920     MOVE EA-REGISTRO-EXTRATO TO WX-REGISTRO-EXTRATO.
003930     PERFORM ACUMULA-REGISTRO-EXTRATO.
003940     PERFORM LE-ARQUIVADO.
003950
003960*****************************************************
003970*  ACUMULA-EXTRATO-VIVO - FEEDS THE LIVE EXTRACT INTO
003980*  THE TABLE.  THE LIVE FILE MUST EXIST - WITHOUT IT
003990*  THERE IS NOTHING TO PROVE AGAINST.
004000*****************************************************
004010 ACUMULA-EXTRATO-VIVO.
004020     MOVE "N" TO WS-EOF-SW.
004030     OPEN INPUT EXTRATFILE.
004040     IF WS-EXTRATFILE-STATUS NOT = "00"
004050         DISPLAY "ERRO AO ABRIR EXTRATFILE, STATUS "
004060             WS-EXTRATFILE-STATUS
004070         MOVE 12 TO RETURN-CODE
004080         STOP RUN
004090     END-IF.
004100     PERFORM LE-EXTRATO.
004110     PERFORM ACUMULA-UM-EXTRATO
004120         UNTIL WS-FIM-ARQUIVO.
004130     CLOSE EXTRATFILE.
004140
004150 LE-EXTRATO.
004160     READ EXTRATFILE
004170         AT END
004180             SET WS-FIM-ARQUIVO TO TRUE
004190     END-READ.
004200
004210 ACUMULA-UM-EXTRATO.
004220     MOVE EX-REGISTRO-EXTRATO TO WX-REGISTRO-EXTRATO.
004230     PERFORM ACUMULA-REGISTRO-EXTRATO.
004240     PERFORM LE-EXTRATO.
004250
004260*****************************************************
004270*  ACUMULA-REGISTRO-EXTRATO - ONE EXTRACT RECORD INTO
004280*  THE TABLE: THE BASE-CURRENCY AMOUNT SIGNED BY THE
004290*  POSTING DIRECTION, AND ONE MOVEMENT COUNTED.  A
004300*  RECORD WHOSE ACCOUNT OR AMOUNT CANNOT BE READ
004310*  (E.G. FROM BEFORE EX-CONTA EXISTED) IS COUNTED AS
004320*  INVALID - IT MAKES THE PROOF UNRELIABLE AND THE
004330*  RUN SAYS SO.
004340*****************************************************
004350 ACUMULA-REGISTRO-EXTRATO.
004360     ADD 1 TO WS-CONT-HISTORICO.
004370     IF WX-CONTA NOT NUMERIC
004380         OR WX-RESULTADO-BASE NOT NUMERIC
004390         ADD 1 TO WS-CONT-INVALIDOS
004400     ELSE
004410         IF WX-MOVIMENTO-DEBITO
004420             SUBTRACT WX-RESULTADO-BASE FROM ZERO
004430                 GIVING WS-MOVIMENTO
004440         ELSE
004450             MOVE WX-RESULTADO-BASE TO WS-MOVIMENTO
004460         END-IF
004470         MOVE WX-CONTA TO WS-CONTA-TRABALHO
004480         PERFORM LOCALIZA-CONTA
004490         ADD WS-MOVIMENTO
004500             TO WS-TAB-SOMA (WS-CONTA-IDX)
004510         ADD 1 TO WS-TAB-MOVTOS (WS-CONTA-IDX)
004520     END-IF.
004530
004540*****************************************************
004550*  ACUMULA-MANUTENCAO - ADDS THE MAINTENANCE TRAIL'S
004560*  BALANCE DELTAS (ACTIONS A AND C ONLY - CLOSURES,
004570*  LIMIT CHANGES AND PRIOR REBUILD LINES MOVE NO
004580*  BALANCE).  THE DELTAS DO NOT COUNT AS MOVEMENTS,
004590*  SINCE AULA6 DOES NOT BUMP SA-CONTADOR-MOVTOS.
004600*****************************************************
004610 ACUMULA-MANUTENCAO.
004620     MOVE "N" TO WS-EOF-SW.
004630     OPEN INPUT SALDMANT.
004640     IF WS-SALDMANT-STATUS = "35"
004650         DISPLAY "AVISO - TRILHA DE MANUTENCAO AUSENTE"
004660     ELSE
004670         IF WS-SALDMANT-STATUS NOT = "00"
004680             DISPLAY "ERRO AO ABRIR SALDMANT, STATUS "
004690                 WS-SALDMANT-STATUS
004700             MOVE 12 TO RETURN-CODE
004710             STOP RUN
004720         END-IF
004730         PERFORM LE-MANUTENCAO
004740         PERFORM ACUMULA-UMA-MANUTENCAO
004750             UNTIL WS-FIM-ARQUIVO
004760         CLOSE SALDMANT
004770     END-IF.
004780
004790 LE-MANUTENCAO.
004800     READ SALDMANT
004810         AT END
004820             SET WS-FIM-ARQUIVO TO TRUE
004830     END-READ.
004840
004850 ACUMULA-UMA-MANUTENCAO.
004860     IF MN-ACAO-ABERTURA OR MN-ACAO-CORRECAO
004870         IF MN-CONTA NUMERIC
004880                 AND MN-VALOR-ANTERIOR NUMERIC
004890                 AND MN-VALOR-NOVO NUMERIC
004900             MOVE MN-CONTA TO WS-CONTA-TRABALHO
004910             PERFORM LOCALIZA-CONTA
004920             SUBTRACT MN-VALOR-ANTERIOR FROM MN-VALOR-NOVO
004930                 GIVING WS-MOVIMENTO
004940             ADD WS-MOVIMENTO
004950                 TO WS-TAB-SOMA (WS-CONTA-IDX)
004960         ELSE
004970             ADD 1 TO WS-CONT-INVALIDOS
004980         END-IF
004990     END-IF.
005000     PERFORM LE-MANUTENCAO.
005010
005020*****************************************************
005030*  LOCALIZA-CONTA - FINDS THE ACCOUNT'S TABLE SLOT,
005040*  CLAIMING A NEW ONE THE FIRST TIME THE ACCOUNT
005050*  APPEARS IN THE HISTORY.  A FULL TABLE ABORTS THE
005060*  RUN - A PROOF OVER PART OF THE ACCOUNTS WOULD
005070*  CERTIFY NOTHING.
005080*****************************************************
005090 LOCALIZA-CONTA.
005100     SET WS-CONTA-IDX TO 1.
005110     SEARCH WS-CONTA-ENTRADA
005120         AT END
005130             PERFORM RECLAMA-SLOT-CONTA
005140         WHEN WS-CONTA-IDX > WS-CONTA-QTD
005150             PERFORM RECLAMA-SLOT-CONTA
005160         WHEN WS-TAB-CONTA (WS-CONTA-IDX)
005170                 = WS-CONTA-TRABALHO
005180             CONTINUE
005190     END-SEARCH.
005200
005210 RECLAMA-SLOT-CONTA.
005220     IF WS-CONTA-QTD >= WS-MAXIMO-CONTAS
005230         DISPLAY "ERRO - TABELA DE CONTAS CHEIA ("
005240             WS-MAXIMO-CONTAS ") - VERIFICACAO ABANDONADA"
005250         MOVE 12 TO RETURN-CODE
005260         STOP RUN
005270     END-IF.
005280     ADD 1 TO WS-CONTA-QTD.
005290     SET WS-CONTA-IDX TO WS-CONTA-QTD.
005300     MOVE WS-CONTA-TRABALHO TO WS-TAB-CONTA (WS-CONTA-IDX).
005310     MOVE ZERO TO WS-TAB-SOMA (WS-CONTA-IDX).
005320     MOVE ZERO TO WS-TAB-MOVTOS (WS-CONTA-IDX).
005330     MOVE SPACE TO WS-TAB-VISTO (WS-CONTA-IDX).
005340
005350*****************************************************
005360*  ABRE-SALDOFILE - INPUT FOR A VERIFICATION, I-O FOR
005370*  A REBUILD.  A VERIFY RUN PHYSICALLY CANNOT REWRITE
005380*  THE MASTER.  THE REBUILD ALSO OPENS THE
005390*  MAINTENANCE TRAIL FOR ITS ACTION-R LINES.
005400*****************************************************
005410 ABRE-SALDOFILE.
005420     IF WS-MODO-RECONSTROI
005430         OPEN I-O SALDOFILE
005440     ELSE
005450         OPEN INPUT SALDOFILE
005460     END-IF.
005470     IF WS-SALDOFILE-STATUS NOT = "00"
005480         DISPLAY "ERRO - MASTER DE SALDOS INDISPONIVEL, "
005490             "STATUS " WS-SALDOFILE-STATUS
005500         MOVE 12 TO RETURN-CODE
005510         STOP RUN
005520     END-IF.
005530     IF WS-MODO-RECONSTROI
005540         OPEN EXTEND SALDMANT
005550         IF WS-SALDMANT-STATUS = "35" OR "05"
005560             OPEN OUTPUT SALDMANT
005570         END-IF
005580         IF WS-SALDMANT-STATUS NOT = "00"
005590             DISPLAY "ERRO - TRILHA DE MANUTENCAO "
005600                 "INDISPONIVEL, STATUS " WS-SALDMANT-STATUS
005610             MOVE 12 TO RETURN-CODE
005620             STOP RUN
005630         END-IF
005640     END-IF.
005650
005660 IMPRIME-TITULO.
005670     IF WS-MODO-RECONSTROI
005680         MOVE "RECONSTROI" TO WS-TIT-MODO
005690     ELSE
005700         MOVE "VERIFICA" TO WS-TIT-MODO
005710     END-IF.
005720     WRITE REL-REGISTRO FROM WS-LINHA-TITULO
005730         AFTER ADVANCING 1 LINE.
005740     MOVE SPACES TO REL-REGISTRO.
005750     WRITE REL-REGISTRO AFTER ADVANCING 1 LINE.
005760
005770*****************************************************
005780*  CONFRONTA-MASTER - WALKS THE MASTER IN KEY ORDER
005790*  AND COMPARES EACH ACCOUNT WITH ITS RECOMPUTED
005800*  POSITION.  IN MODE R A DRIFTED ACCOUNT IS RESTATED
005810*  ON THE SPOT AND LOGGED TO THE MAINTENANCE TRAIL.
005820*****************************************************
005830 CONFRONTA-MASTER.
005840     MOVE ZERO TO SA-CONTA.
005850     START SALDOFILE KEY NOT < SA-CONTA
005860         INVALID KEY
005870             SET WS-SALDOS-FIM TO TRUE
005880     END-START.
005890     PERFORM LE-PROXIMO-SALDO.
005900     PERFORM CONFRONTA-UM-SALDO
005910         UNTIL WS-SALDOS-FIM.
005920
005930 LE-PROXIMO-SALDO.
005940     IF NOT WS-SALDOS-FIM
005950         READ SALDOFILE NEXT RECORD
005960             AT END
005970                 SET WS-SALDOS-FIM TO TRUE
005980         END-READ
005990     END-IF.
006000
006010 CONFRONTA-UM-SALDO.
006020     MOVE SA-CONTA TO WS-CONTA-TRABALHO.
006030     PERFORM LOCALIZA-CONTA.
006040     MOVE "V" TO WS-TAB-VISTO (WS-CONTA-IDX).
006050     MOVE WS-TAB-SOMA (WS-CONTA-IDX) TO WS-SALDO-APURADO.
006060     MOVE WS-TAB-MOVTOS (WS-CONTA-IDX) TO WS-MOVTOS-APURADOS.
006070     IF SA-SALDO NOT = WS-SALDO-APURADO
006080         OR SA-CONTADOR-MOVTOS NOT = WS-MOVTOS-APURADOS
006090         PERFORM REPORTA-DERIVA
006100         IF WS-MODO-RECONSTROI
006110             PERFORM RESTATA-CONTA
006120         END-IF
006130     END-IF.
006140     PERFORM LE-PROXIMO-SALDO.
006150
006160 REPORTA-DERIVA.
006170     ADD 1 TO WS-CONT-DERIVAS.
006180     IF SA-SALDO NOT = WS-SALDO-APURADO
006190         MOVE SA-CONTA TO WS-DER-CONTA
006200         MOVE SA-SALDO TO WS-DER-MASTER
006210         MOVE WS-SALDO-APURADO TO WS-DER-APURADO
006220         SUBTRACT WS-SALDO-APURADO FROM SA-SALDO
006230             GIVING WS-DIFERENCA
006240         MOVE WS-DIFERENCA TO WS-DER-DIFERENCA
006250         WRITE REL-REGISTRO FROM WS-LINHA-DERIVA
006260             AFTER ADVANCING 1 LINE
006270     END-IF.
006280     IF SA-CONTADOR-MOVTOS NOT = WS-MOVTOS-APURADOS
006290         MOVE SA-CONTA TO WS-MOV-CONTA
006300         MOVE SA-CONTADOR-MOVTOS TO WS-MOV-MASTER
006310         MOVE WS-MOVTOS-APURADOS TO WS-MOV-APURADOS
006320         WRITE REL-REGISTRO FROM WS-LINHA-MOVTOS
006330             AFTER ADVANCING 1 LINE
006340     END-IF.
006350
006360*****************************************************
006370*  RESTATA-CONTA - MODE R ONLY: REWRITES THE ACCOUNT
006380*  WITH ITS RECOMPUTED BALANCE AND MOVEMENT COUNT AND
006390*  LOGS THE RESTATEMENT (ACTION R) TO THE MAINTENANCE
006400*  TRAIL WITH THE BALANCE BEFORE AND AFTER.
006410*****************************************************
006420 RESTATA-CONTA.
006430     MOVE SPACES TO MN-REGISTRO-MANUTENCAO.
006440     MOVE WS-DATA-SISTEMA TO MN-DATA.
006450     MOVE WS-HORA-HHMMSS TO MN-HORA.
006460     MOVE WS-OPERADOR TO MN-OPERADOR.
006470     MOVE "R" TO MN-ACAO.
006480     MOVE SA-CONTA TO MN-CONTA.
006490     MOVE SA-SALDO TO MN-VALOR-ANTERIOR.
006500     MOVE WS-SALDO-APURADO TO MN-VALOR-NOVO.
006510     MOVE "RECO" TO MN-CODIGO-MOTIVO.
006520     MOVE "RESTATADO DO HISTORICO DO EXTRATO"
006530         TO MN-MOTIVO.
006540     MOVE WS-SALDO-APURADO TO SA-SALDO.
006550     MOVE WS-MOVTOS-APURADOS TO SA-CONTADOR-MOVTOS.
006560     REWRITE SA-REGISTRO-SALDO
006570         INVALID KEY
006580             DISPLAY "AVISO - FALHA AO REGRAVAR CONTA "
006590                 SA-CONTA
006600         NOT INVALID KEY
006610             WRITE MN-REGISTRO-MANUTENCAO
006620             ADD 1 TO WS-CONT-RESTATADAS
006630     END-REWRITE.
006640
006650*****************************************************
006660*  REPORTA-SEM-MASTER - HISTORY FOR AN ACCOUNT THAT
006670*  IS NOT ON THE MASTER AT ALL IS A DRIFT IN ITS OWN
006680*  RIGHT.  IT IS REPORTED, NEVER CREATED HERE.
006690*****************************************************
006700 REPORTA-SEM-MASTER.
006710     PERFORM REPORTA-UM-SEM-MASTER
006720         VARYING WS-CONTA-IDX FROM 1 BY 1
006730         UNTIL WS-CONTA-IDX > WS-CONTA-QTD.
006740
006750 REPORTA-UM-SEM-MASTER.
006760     IF WS-TAB-VISTO (WS-CONTA-IDX) = SPACE
006770         ADD 1 TO WS-CONT-DERIVAS
006780         ADD 1 TO WS-CONT-SEM-MASTER
006790         MOVE SPACES TO WS-TXT-TEXTO
006800         STRING "CONTA NO HISTORICO SEM REGISTRO NO "
006810             "MASTER DE SALDOS"
006820             DELIMITED BY SIZE INTO WS-TXT-TEXTO
006830         WRITE REL-REGISTRO FROM WS-LINHA-TEXTO
006840             AFTER ADVANCING 1 LINE
006850         MOVE WS-TAB-CONTA (WS-CONTA-IDX) TO WS-DER-CONTA
006860         MOVE ZERO TO WS-DER-MASTER
006870         MOVE WS-TAB-SOMA (WS-CONTA-IDX) TO WS-DER-APURADO
006880         MOVE WS-TAB-SOMA (WS-CONTA-IDX) TO WS-DIFERENCA
006890         MOVE WS-DIFERENCA TO WS-DER-DIFERENCA
006900         WRITE REL-REGISTRO FROM WS-LINHA-DERIVA
006910             AFTER ADVANCING 1 LINE
006920     END-IF.
006930
006940*****************************************************
006950*  FINALIZA-PROGRAMA - SUMMARY AND RETURN CODE.  A
006960*  VERIFY RUN ENDS 8 ON ANY DRIFT SO THE SCHEDULER
006970*  HOLDS AND PAGES; A REBUILD THAT RESTATED ANYTHING
006980*  ENDS 4 - DONE, BUT SOMEONE MUST READ THE REPORT.
006990*  UNREADABLE HISTORY RECORDS ALSO FORCE A NONZERO
007000*  CODE: A PROOF OVER HISTORY IT COULD NOT READ
007010*  PROVES NOTHING.
007020*****************************************************
007030 FINALIZA-PROGRAMA.
007040     CLOSE SALDOFILE RELVER.
007050     IF WS-MODO-RECONSTROI
007060         CLOSE SALDMANT
007070     END-IF.
007080     DISPLAY "----------------------------------------".
007090     DISPLAY "VERIFICACAO DO MASTER DE SALDOS".
007100     DISPLAY "REGISTROS DE HISTORICO : " WS-CONT-HISTORICO.
007110     DISPLAY "REGISTROS INVALIDOS    : " WS-CONT-INVALIDOS.
007120     DISPLAY "CONTAS COM DERIVA      : " WS-CONT-DERIVAS.
007130     DISPLAY "CONTAS SEM MASTER      : " WS-CONT-SEM-MASTER.
007140     IF WS-MODO-RECONSTROI
007150         DISPLAY "CONTAS RESTATADAS      : "
007160             WS-CONT-RESTATADAS
007170     END-IF.
007180     DISPLAY "----------------------------------------".
007190     EVALUATE TRUE
007200         WHEN WS-CONT-DERIVAS = ZERO
007210                 AND WS-CONT-INVALIDOS = ZERO
007220             MOVE ZERO TO RETURN-CODE
007230         WHEN WS-MODO-RECONSTROI
007240             MOVE 4 TO RETURN-CODE
007250         WHEN OTHER
007260             MOVE 8 TO RETURN-CODE
007270     END-EVALUATE.
007280     PERFORM REGISTRA-FIM.
007290     DISPLAY "Programa finalizado!!".
007300     STOP RUN.
007310
007320*****************************************************
007330*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
007340*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
007350*  ARE ACCEPTED AND THE PREREQUISITE STEPS HAVE
007360*  BEEN FOUND COMPLETE, SO AN I WITH NO MATCHING F
007370*  MEANS THE RUN IS STILL GOING OR DIED.
007380*****************************************************
007390 REGISTRA-INICIO.
007400     PERFORM MONTA-EXECLOG.
007410     MOVE "I" TO WE-EVENTO.
007420     PERFORM GRAVA-EXECLOG.
007430
007440*****************************************************
007450*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
007460*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
007470*****************************************************
007480 REGISTRA-FIM.
007490     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
007500     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
007510     MOVE "F" TO WE-EVENTO.
007520     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
007530     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
007540     MOVE RETURN-CODE TO WE-RETURN-CODE.
007550     MOVE WS-CONT-HISTORICO TO WE-QTD-LIDOS.
007560     MOVE WS-CONT-RESTATADAS TO WE-QTD-PROCESSADOS.
007570     ADD WS-CONT-DERIVAS WS-CONT-INVALIDOS
007580         GIVING WE-QTD-EXCECOES.
007590     IF WS-MODO-RECONSTROI
007600         MOVE "RECONSTRUCAO" TO WE-MENSAGEM
007610     END-IF.
007620     PERFORM GRAVA-EXECLOG.
007630
007640 MONTA-EXECLOG.
007650     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
007660     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
007670     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
007680     MOVE "AULA8" TO WE-PROGRAMA.
007690     IF WS-PRE-REFERENCIA = ZERO
007700         MOVE WS-EL-DATA-SISTEMA TO WE-DATA-REFERENCIA
007710     ELSE
007720         MOVE WS-PRE-REFERENCIA TO WE-DATA-REFERENCIA
007730     END-IF.
007740     MOVE WS-OPERADOR TO WE-OPERADOR.
007750     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
007760     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
007770     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
007780         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
007790
007800*****************************************************
007810*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
007820*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
007830*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
007840*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
007850*****************************************************
007860 GRAVA-EXECLOG.
007870     OPEN EXTEND EXECLOG.
007880     IF WS-EXECLOG-STATUS = "35" OR "05"
007890         OPEN OUTPUT EXECLOG
007900     END-IF.
007910     IF WS-EXECLOG-STATUS NOT = "00"
007920         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
007930             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
007940         MOVE 12 TO RETURN-CODE
007950         STOP RUN
007960     END-IF.
007970     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
007980     CLOSE EXECLOG.
007990
008000 ABRE-CONSULTA-EXECLOG.
008010     MOVE "N" TO WS-EXECLOG-EOF-SW.
008020     OPEN INPUT EXECLOG.
008030     IF WS-EXECLOG-STATUS = "35"
008040         SET WS-FIM-EXECLOG TO TRUE
008050     ELSE
008060         IF WS-EXECLOG-STATUS NOT = "00"
008070             DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
008080                 "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
008090             MOVE 12 TO RETURN-CODE
008100             STOP RUN
008110         END-IF
008120         PERFORM LE-EXECLOG
008130     END-IF.
008140
008150 FECHA-CONSULTA-EXECLOG.
008160     IF WS-EXECLOG-STATUS NOT = "35"
008170         CLOSE EXECLOG
008180     END-IF.
008190
008200 LE-EXECLOG.
008210     READ EXECLOG
008220         AT END
008230             SET WS-FIM-EXECLOG TO TRUE
008240     END-READ.
008250
008260*****************************************************
008270*  DESCREVE-PRE-REQUISITO - SHOWS THE OPERATOR WHICH
008280*  STEP WAS NOT FOUND COMPLETE, AND IN WHAT STATE,
008290*  AND KEEPS THE SAME TEXT FOR THE REFUSAL RECORD.
008300*****************************************************
008310 DESCREVE-PRE-REQUISITO.
008320     MOVE WS-PRE-PROGRAMA TO WS-PM-PROGRAMA.
008330     MOVE WS-PRE-REFERENCIA TO WS-PM-REFERENCIA.
008340     EVALUATE TRUE
008350         WHEN WS-PRE-NAO-EXECUTADO
008360             MOVE "NAO EXECUTOU" TO WS-PM-ESTADO
008370         WHEN WS-PRE-EM-ANDAMENTO
008380             MOVE "INCOMPLETO" TO WS-PM-ESTADO
008390         WHEN OTHER
008400             MOVE "RC" TO WS-PM-ESTADO
008410             MOVE WS-PRE-RC TO WS-PM-RC
008420     END-EVALUATE.
008430     DISPLAY "ERRO - PRE-REQUISITO NAO ATENDIDO: "
008440         WS-PRE-MENSAGEM.
008450
008460*****************************************************
008470*  RECUSA-EXECUCAO - A PREREQUISITE STEP HAS NOT
008480*  COMPLETED ACCEPTABLY: THE REFUSAL GOES ON THE
008490*  LEDGER (R, RC 16) AND THE RUN STOPS BEFORE ANY
008500*  FILE IS TOUCHED.
008510*****************************************************
008520 RECUSA-EXECUCAO.
008530     PERFORM MONTA-EXECLOG.
008540     MOVE "R" TO WE-EVENTO.
008550     MOVE WE-DATA-INICIO TO WE-DATA-FIM.
008560     MOVE WE-HORA-INICIO TO WE-HORA-FIM.
008570     MOVE 16 TO WE-RETURN-CODE.
008580     MOVE WS-PRE-MENSAGEM TO WE-MENSAGEM.
008590     PERFORM GRAVA-EXECLOG.
008600     DISPLAY "EXECUCAO RECUSADA - RC 16".
008610     MOVE 16 TO RETURN-CODE.
008620     STOP RUN.
008630
008640 END PROGRAM aula8.
