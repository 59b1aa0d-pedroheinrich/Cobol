000260*
000270*  EACH DETAIL IS AN ADD OF THE INTEREST AMOUNT
000280*  (NUM1, NUM2 ZERO) CREDITED (D/C = C) TO THE
000290*  ACCOUNT IN BRL.  A DORMANT ACCOUNT EARNS AT THE
000300*  TABLE'S DORMANT (D) TIERS, AND NOTHING WHEN THERE
000310*  ARE NONE.  CLOSED ACCOUNTS, NON-POSITIVE
000320*  BALANCES AND ZERO-INTEREST RESULTS GENERATE
000330*  NOTHING; AN INTEREST AMOUNT THAT WILL NOT FIT THE
000340*  TRANSACTION FIELD IS REPORTED AND SKIPPED RATHER
000350*  THAN TRUNCATED.
000360*-----------------------------------------------------
000370*  MODIFICATION HISTORY
000380*  DATE       INIT  DESCRIPTION
000390*  2026-09-02 RLH   ORIGINAL PROGRAM.
000400*  2026-09-02 RLH   EACH DETAIL NOW CARRIES THE
000410*                   ACCRUAL DATE AS ITS VALUE DATE
000420*                   (TR-DATA-VALOR), SO A BATCH
000430*                   POSTED A DAY LATE STILL CONVERTS
000440*                   AND AGES AS OF MONTH END.
000450*  2026-10-15 RLH   RUN LEDGER: REFUSED WITH RC 16
000460*                   UNLESS AULA11 CLOSED THE PERIOD OF
000470*                   THE VALUE DATE WITH RC 0 ON
000480*                   EXECLOG; THE RUN IS RECORDED THERE
000490*                   UNDER THE VALUE DATE.
000500*  2026-10-15 RLH   DORMANT ACCOUNTS ACCRUE ON THE D
000510*                   TIERS OF THE RATE TABLE ONLY (NONE
000520*                   = NO INTEREST), ACTIVE ONES ON THE
000530*                   REST; EACH CLASS IS CHECKED FOR
000540*                   ASCENDING ORDER ON ITS OWN.  THE
000550*                   BATCH HEADER NOW CARRIES ORIGIN J
000560*                   SO AULA1 DOES NOT COUNT INTEREST
000570*                   AS ACCOUNT ACTIVITY.
000580*****************************************************
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT JUROFILE ASSIGN TO "JUROFILE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-JUROFILE-STATUS.
000650     SELECT SALDOFILE ASSIGN TO "SALDOFILE"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS SA-CONTA
000690         FILE STATUS IS WS-SALDOFILE-STATUS.
000700     SELECT TRANJUROS ASSIGN TO "TRANJUROS"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-TRANJUROS-STATUS.
000730     SELECT EXECLOG ASSIGN TO "EXECLOG"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-EXECLOG-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  JUROFILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORDING MODE IS F.
000810     COPY JURREC.
000820 FD  SALDOFILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY SALDOREC.
000850 FD  TRANJUROS
000860     LABEL RECORDS ARE STANDARD
000870     RECORDING MODE IS F.
000880     COPY TRANREC REPLACING LEADING ==TR-== BY ==TN-==.
000890 FD  EXECLOG
000900     LABEL RECORDS ARE STANDARD
000910     RECORDING MODE IS F.
000920     COPY EXECREC.
000930 WORKING-STORAGE SECTION.
000940*****************************************************
000950*  SWITCHES AND FILE STATUS
000960*****************************************************
000970 77  WS-EOF-SW                PIC X(01) VALUE "N".
000980     88  WS-FIM-ARQUIVO                 VALUE "Y".
000990 77  WS-SALDOS-FIM-SW         PIC X(01) VALUE "N".
001000     88  WS-SALDOS-FIM                  VALUE "Y".
001010 77  WS-ESTOURO-SW            PIC X(01) VALUE "N".
001020     88  WS-HOUVE-ESTOURO               VALUE "Y".
001030 77  WS-JUROFILE-STATUS       PIC X(02) VALUE "00".
001040 77  WS-SALDOFILE-STATUS      PIC X(02) VALUE "00".
001050 77  WS-TRANJUROS-STATUS      PIC X(02) VALUE "00".
001060*****************************************************
001070*  RUN CONTROLS AS KEYED BY THE OPERATOR (OR THE
001080*  JOB'S SYSIN): THE BATCH NUMBER OF THE ACCRUAL
001090*  FILE AND THE FIRST TRANSACTION ID OF THE RANGE
001100*  RESERVED FOR ACCRUALS.
001110*****************************************************
001120 77  WS-NUMERO-LOTE           PIC 9(06).
001130 77  WS-PROXIMO-ID            PIC 9(06).
001140 77  WS-DATA-GERACAO          PIC 9(08) VALUE ZERO.
001150 01  WS-DATA-VALOR            PIC 9(08).
001160 01  WS-DATA-VALOR-X REDEFINES WS-DATA-VALOR.
001170     05  FILLER               PIC X(04).
001180     05  WS-VALOR-MM          PIC X(02).
001190     05  WS-VALOR-DD          PIC X(02).
001200*****************************************************
001210*  RATE TIER TABLE LOADED FROM JUROFILE.
001220*****************************************************
001230 77  WS-MAXIMO-FAIXAS         PIC 9(02) COMP VALUE 20.
001240 77  WS-FAIXA-QTD             PIC 9(02) COMP VALUE ZERO.
001250 77  WS-FAIXA-IDX             PIC 9(02) COMP VALUE ZERO.
001260 77  WS-ULTIMA-FAIXA          PIC 9(02) COMP VALUE ZERO.
001270 77  WS-ULTIMA-FAIXA-ATIVA    PIC 9(02) COMP VALUE ZERO.
001280 77  WS-ULTIMA-FAIXA-DORM     PIC 9(02) COMP VALUE ZERO.
001290 77  WS-CLASSE-CONTA          PIC X(01) VALUE "N".
001300 01  WS-TABELA-FAIXAS.
001310     05  WS-FAIXA-ENTRADA OCCURS 20 TIMES.
001320         10  WS-FAIXA-MINIMO  PIC S9(13)V99 COMP-3.
001330         10  WS-FAIXA-TAXA    PIC 9(02)V9(4).
001340         10  WS-FAIXA-CLASSE  PIC X(01).
001350*****************************************************
001360*  ACCRUAL WORK FIELDS.  THE INTEREST IS COMPUTED AT
001370*  FULL BALANCE WIDTH AND ONLY THEN MOVED TO THE
001380*  TRANSACTION FIELD, SO AN AMOUNT THAT WILL NOT FIT
001390*  IS CAUGHT, NOT TRUNCATED.
001400*****************************************************
001410 77  WS-TAXA-APLICADA         PIC 9(02)V9(4) VALUE ZERO.
001420 77  WS-JUROS-TRABALHO        PIC S9(13)V9(6) COMP-3
001430                               VALUE ZERO.
001440 77  WS-JUROS                 PIC S9(07)V99 VALUE ZERO.
001450*****************************************************
001460*  CONTROL TOTALS FOR THE BATCH TRAILER
001470*****************************************************
001480 77  WS-HASH-NUM1             PIC S9(11)V99 COMP-3 VALUE ZERO.
001490 77  WS-HASH-NUM2             PIC S9(11)V99 COMP-3 VALUE ZERO.
001500 77  WS-CONTADOR-DETALHES     PIC 9(07) COMP VALUE ZERO.
001510*****************************************************
001520*  RUN TOTALS
001530*****************************************************
001540 77  WS-CONT-CONTAS-LIDAS     PIC 9(07) COMP VALUE ZERO.
001550 77  WS-CONT-SEM-JUROS        PIC 9(07) COMP VALUE ZERO.
001560 77  WS-CONT-ESTOUROS         PIC 9(07) COMP VALUE ZERO.
001570 77  WS-CONT-DORMENTES        PIC 9(07) COMP VALUE ZERO.
001580 77  WS-SOMA-JUROS            PIC S9(13)V99 COMP-3 VALUE ZERO.
001590 77  WS-JUROS-EDITADO         PIC -Z(12)9.99.
001600*****************************************************
001610*  CYCLE RUN LEDGER (EXECLOG)
001620*****************************************************
001630 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
001640 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
001650 77  WS-EXECLOG-EOF-SW        PIC X(01) VALUE "N".
001660     88  WS-FIM-EXECLOG                VALUE "Y".
001670 77  WS-PRE-PROGRAMA          PIC X(08) VALUE SPACES.
001680 77  WS-PRE-SITUACAO          PIC X(01) VALUE SPACE.
001690     88  WS-PRE-NAO-EXECUTADO          VALUE SPACE.
001700     88  WS-PRE-EM-ANDAMENTO           VALUE "I".
001710     88  WS-PRE-CONCLUIDO              VALUE "F".
001720 77  WS-PRE-RC                PIC 9(02) VALUE ZERO.
001730 01  WS-EL-HORA-SISTEMA.
001740     05  WS-EL-HHMMSS         PIC 9(06).
001750     05  FILLER               PIC 9(02).
001760 01  WS-PRE-REFERENCIA        PIC 9(08) VALUE ZERO.
001770 01  WS-PRE-REF-PARTES REDEFINES WS-PRE-REFERENCIA.
001780     05  WS-PRE-REF-PERIODO   PIC 9(06).
001790     05  WS-PRE-REF-DIA       PIC 9(02).
001800 01  WS-PRE-MENSAGEM.
001810     05  WS-PM-PROGRAMA       PIC X(08).
001820     05  FILLER               PIC X(01) VALUE SPACE.
001830     05  WS-PM-REFERENCIA     PIC 9(08).
001840     05  FILLER               PIC X(01) VALUE SPACE.
001850     05  WS-PM-ESTADO         PIC X(12).
001860     05  WS-PM-ESTADO-RC REDEFINES WS-PM-ESTADO.
001870         10  FILLER           PIC X(03).
001880         10  WS-PM-RC         PIC 9(02).
001890         10  FILLER           PIC X(07).
001900     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
001910
001920 PROCEDURE DIVISION.
001930*****************************************************
001940*  INICIALIZACAO - ACCEPTS THE BATCH NUMBER AND ID
001950*  RANGE, LOADS THE RATE TIERS, AND CUTS THE ACCRUAL
001960*  BATCH OFF ONE SEQUENTIAL PASS OF THE MASTER.
001970*****************************************************
001980 INICIALIZACAO.
001990     DISPLAY "NUMERO DO LOTE DE JUROS (6 DIGITOS): "
002000         WITH NO ADVANCING.
002010     ACCEPT WS-NUMERO-LOTE.
002020     IF WS-NUMERO-LOTE NOT NUMERIC
002030         OR WS-NUMERO-LOTE = ZERO
002040         DISPLAY "NUMERO DE LOTE INVALIDO"
002050         MOVE 12 TO RETURN-CODE
002060         STOP RUN
002070     END-IF.
002080     DISPLAY "PRIMEIRO ID DA FAIXA DE JUROS (6 DIGITOS): "
002090         WITH NO ADVANCING.
002100     ACCEPT WS-PROXIMO-ID.
002110     IF WS-PROXIMO-ID NOT NUMERIC
002120         OR WS-PROXIMO-ID = ZERO
002130         DISPLAY "ID INICIAL INVALIDO"
002140         MOVE 12 TO RETURN-CODE
002150         STOP RUN
002160     END-IF.
002170     DISPLAY "DATA DE VALOR DOS JUROS (AAAAMMDD): "
002180         WITH NO ADVANCING.
002190     ACCEPT WS-DATA-VALOR.
002200     IF WS-DATA-VALOR NOT NUMERIC
002210         OR WS-VALOR-MM < "01" OR WS-VALOR-MM > "12"
002220         OR WS-VALOR-DD < "01" OR WS-VALOR-DD > "31"
002230         DISPLAY "DATA DE VALOR INVALIDA"
002240         MOVE 12 TO RETURN-CODE
002250         STOP RUN
002260     END-IF.
002270     ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.
002280     PERFORM VERIFICA-PRE-REQUISITOS.
002290     PERFORM REGISTRA-INICIO.
002300     PERFORM CARREGA-FAIXAS.
002310     OPEN INPUT SALDOFILE.
002320     IF WS-SALDOFILE-STATUS NOT = "00"
002330         DISPLAY "ERRO - MASTER DE SALDOS INDISPONIVEL, "
002340             "STATUS " WS-SALDOFILE-STATUS
002350         MOVE 12 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380     OPEN OUTPUT TRANJUROS.
002390     PERFORM GRAVA-CABECALHO.
002400     PERFORM VARRE-SALDOS.
002410     PERFORM GRAVA-TRAILER.
002420     PERFORM FINALIZA-PROGRAMA.
002430
002440*****************************************************
002450*  VERIFICA-PRE-REQUISITOS - INTEREST ACCRUES ON THE
002460*  BALANCES OF A SIGNED MONTH: THE PERIOD OF THE
002470*  VALUE DATE MUST HAVE BEEN CLOSED BY AULA11 WITH
002480*  RC 0 (RECORDED ON THE LEDGER UNDER THE PERIOD,
002490*  DAY 00).
002500*****************************************************
002510 VERIFICA-PRE-REQUISITOS.
002520     MOVE "AULA11" TO WS-PRE-PROGRAMA.
002530     MOVE WS-DATA-VALOR TO WS-PRE-REFERENCIA.
002540     MOVE ZERO TO WS-PRE-REF-DIA.
002550     PERFORM CONSULTA-EXECLOG.
002560     IF NOT WS-PRE-CONCLUIDO
002570             OR WS-PRE-RC NOT = ZERO
002580         PERFORM DESCREVE-PRE-REQUISITO
002590         DISPLAY "O ACUMULO DE JUROS EXIGE O FECHAMENTO "
002600             "(AULA11) DO PERIODO CONCLUIDO COM RC 00"
002610         PERFORM RECUSA-EXECUCAO
002620     END-IF.
002630
002640*****************************************************
002650*  CARREGA-FAIXAS - LOADS THE RATE TIERS.  A MISSING
002660*  OR EMPTY TABLE STOPS THE RUN - ACCRUING AT A
002670*  GUESSED RATE IS WORSE THAN NOT ACCRUING.
002680*****************************************************
002690 CARREGA-FAIXAS.
002700     OPEN INPUT JUROFILE.
002710     IF WS-JUROFILE-STATUS NOT = "00"
002720         DISPLAY "ERRO - TABELA DE JUROS (JUROFILE) "
002730             "INDISPONIVEL, STATUS " WS-JUROFILE-STATUS
002740         MOVE 12 TO RETURN-CODE
002750         STOP RUN
002760     END-IF.
002770     PERFORM LE-FAIXA.
002780     PERFORM GUARDA-FAIXA
002790         UNTIL WS-FIM-ARQUIVO.
002800     CLOSE JUROFILE.
002810     IF WS-FAIXA-QTD = ZERO
002820         DISPLAY "ERRO - TABELA DE JUROS VAZIA"
002830         MOVE 12 TO RETURN-CODE
002840         STOP RUN
002850     END-IF.
002860     DISPLAY "FAIXAS DE JUROS CARREGADAS: " WS-FAIXA-QTD.
002870     IF WS-ULTIMA-FAIXA-DORM = ZERO
002880         DISPLAY "AVISO - TABELA SEM FAIXAS DE CONTA "
002890             "DORMENTE - DORMENTES NAO RECEBEM JUROS"
002900     END-IF.
002910
002920 LE-FAIXA.
002930     READ JUROFILE
002940         AT END
002950             SET WS-FIM-ARQUIVO TO TRUE
002960     END-READ.
002970
002980 GUARDA-FAIXA.
002990     IF JR-SALDO-MINIMO NOT NUMERIC
003000         OR JR-TAXA-MENSAL NOT NUMERIC
003010         OR NOT (JR-CLASSE-ATIVA OR JR-CLASSE-DORMENTE)
003020         DISPLAY "ERRO - FAIXA DE JUROS INVALIDA NA "
003030             "TABELA - CARGA ABANDONADA"
003040         MOVE 12 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070*    ESCOLHE-FAIXA KEEPS THE LAST QUALIFYING TIER OF
003080*    THE ACCOUNT'S CLASS IN FILE ORDER, SO EACH CLASS
003090*    MUST ASCEND BY MINIMUM OR A LARGE BALANCE WOULD
003100*    SILENTLY ACCRUE AT THE WRONG RATE - A SHUFFLED
003110*    TABLE STOPS THE RUN.  THE TWO CLASSES MAY BE
003120*    INTERLEAVED.
003130     IF JR-CLASSE-DORMENTE
003140         MOVE WS-ULTIMA-FAIXA-DORM TO WS-ULTIMA-FAIXA
003150     ELSE
003160         MOVE WS-ULTIMA-FAIXA-ATIVA TO WS-ULTIMA-FAIXA
003170     END-IF.
003180     IF WS-ULTIMA-FAIXA > ZERO
003190         AND JR-SALDO-MINIMO NOT >
003200             WS-FAIXA-MINIMO (WS-ULTIMA-FAIXA)
003210         DISPLAY "ERRO - TABELA DE JUROS FORA DE ORDEM "
003220             "CRESCENTE DE SALDO MINIMO - CARGA ABANDONADA"
003230         MOVE 12 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260     IF WS-FAIXA-QTD >= WS-MAXIMO-FAIXAS
003270         DISPLAY "ERRO - EXCESSO DE FAIXAS NA TABELA "
003280             "DE JUROS"
003290         MOVE 12 TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003320     ADD 1 TO WS-FAIXA-QTD.
003330     MOVE JR-SALDO-MINIMO
003340         TO WS-FAIXA-MINIMO (WS-FAIXA-QTD).
003350     MOVE JR-TAXA-MENSAL TO WS-FAIXA-TAXA (WS-FAIXA-QTD).
003360     IF JR-CLASSE-DORMENTE
003370         MOVE "D" TO WS-FAIXA-CLASSE (WS-FAIXA-QTD)
003380         MOVE WS-FAIXA-QTD TO WS-ULTIMA-FAIXA-DORM
003390     ELSE
003400         MOVE "N" TO WS-FAIXA-CLASSE (WS-FAIXA-QTD)
003410         MOVE WS-FAIXA-QTD TO WS-ULTIMA-FAIXA-ATIVA
003420     END-IF.
003430     PERFORM LE-FAIXA.
003440
003450*****************************************************
003460*  VARRE-SALDOS - ONE SEQUENTIAL PASS OF THE BALANCE
003470*  MASTER IN KEY ORDER.
003480*****************************************************
003490 VARRE-SALDOS.
003500     MOVE ZERO TO SA-CONTA.
003510     START SALDOFILE KEY NOT < SA-CONTA
003520         INVALID KEY
003530             SET WS-SALDOS-FIM TO TRUE
003540     END-START.
003550     PERFORM LE-PROXIMO-SALDO.
003560     PERFORM ACUMULA-JUROS-CONTA
003570         UNTIL WS-SALDOS-FIM.
003580
003590 LE-PROXIMO-SALDO.
003600     IF NOT WS-SALDOS-FIM
003610         READ SALDOFILE NEXT RECORD
003620             AT END
003630                 SET WS-SALDOS-FIM TO TRUE
003640         END-READ
003650     END-IF.
003660
003670*****************************************************
003680*  ACUMULA-JUROS-CONTA - ONE ACCOUNT: CLOSED ACCOUNTS
003690*  AND NON-POSITIVE BALANCES EARN NOTHING; OTHERWISE
003700*  THE TIER RATE OF THE ACCOUNT'S CLASS APPLIES AND A
003710*  DETAIL IS CUT WHEN THE RESULT ROUNDS TO MORE THAN
003720*  ZERO.
003730*****************************************************
003740 ACUMULA-JUROS-CONTA.
003750     ADD 1 TO WS-CONT-CONTAS-LIDAS.
003760     IF SA-SITUACAO-DORMENTE
003770         MOVE "D" TO WS-CLASSE-CONTA
003780         ADD 1 TO WS-CONT-DORMENTES
003790     ELSE
003800         MOVE "N" TO WS-CLASSE-CONTA
003810     END-IF.
003820     IF SA-SITUACAO-ENCERRADA
003830         OR SA-SALDO NOT NUMERIC
003840         OR SA-SALDO <= ZERO
003850         ADD 1 TO WS-CONT-SEM-JUROS
003860     ELSE
003870         PERFORM ESCOLHE-FAIXA
003880         PERFORM CALCULA-JUROS
003890         IF WS-HOUVE-ESTOURO
003900             ADD 1 TO WS-CONT-ESTOUROS
003910             DISPLAY "AVISO - JUROS DA CONTA " SA-CONTA
003920                 " NAO CABEM NO CAMPO DA TRANSACAO - "
003930                 "CONTA PULADA"
003940         ELSE
003950             IF WS-JUROS > ZERO
003960                 PERFORM GRAVA-DETALHE
003970             ELSE
003980                 ADD 1 TO WS-CONT-SEM-JUROS
003990             END-IF
004000         END-IF
004010     END-IF.
004020     PERFORM LE-PROXIMO-SALDO.
004030
004040*****************************************************
004050*  ESCOLHE-FAIXA - THE RATE OF THE HIGHEST TIER OF
004060*  THE ACCOUNT'S CLASS WHOSE MINIMUM THE BALANCE
004070*  REACHES; A BALANCE BELOW EVERY SUCH TIER EARNS
004080*  ZERO.
004090*****************************************************
004100 ESCOLHE-FAIXA.
004110     MOVE ZERO TO WS-TAXA-APLICADA.
004120     PERFORM AVALIA-UMA-FAIXA
004130         VARYING WS-FAIXA-IDX FROM 1 BY 1
004140         UNTIL WS-FAIXA-IDX > WS-FAIXA-QTD.
004150
004160 AVALIA-UMA-FAIXA.
004170     IF WS-FAIXA-CLASSE (WS-FAIXA-IDX) = WS-CLASSE-CONTA
004180         AND SA-SALDO >= WS-FAIXA-MINIMO (WS-FAIXA-IDX)
004190         MOVE WS-FAIXA-TAXA (WS-FAIXA-IDX)
004200             TO WS-TAXA-APLICADA
004210     END-IF.
004220
004230 CALCULA-JUROS.
004240     MOVE "N" TO WS-ESTOURO-SW.
004250     MULTIPLY SA-SALDO BY WS-TAXA-APLICADA
004260         GIVING WS-JUROS-TRABALHO
004270         ON SIZE ERROR
004280             MOVE "Y" TO WS-ESTOURO-SW
004290     END-MULTIPLY.
004300     DIVIDE WS-JUROS-TRABALHO BY 100
004310         GIVING WS-JUROS ROUNDED
004320         ON SIZE ERROR
004330             MOVE "Y" TO WS-ESTOURO-SW
004340     END-DIVIDE.
004350
004360*****************************************************
004370*  GRAVA-DETALHE - ONE ACCRUAL DETAIL: AN ADD OF THE
004380*  INTEREST (NUM1; NUM2 ZERO) CREDITED TO THE ACCOUNT
004390*  IN BRL, WITH THE NEXT ID OF THE RESERVED RANGE.
004400*  RUNNING OFF THE END OF THE ID RANGE STOPS THE RUN
004410*  BEFORE AN ID WRAPS INTO SOMEONE ELSE'S.
004420*****************************************************
004430 GRAVA-DETALHE.
004440     MOVE SPACES TO TN-REGISTRO-TRANSACAO.
004450     MOVE "DT" TO TN-TIPO-REGISTRO.
004460     MOVE WS-PROXIMO-ID TO TN-ID-TRANSACAO.
004470     MOVE WS-JUROS TO TN-NUM1.
004480     MOVE ZERO TO TN-NUM2.
004490     MOVE "A" TO TN-OPERACAO.
004500     MOVE ZERO TO TN-CONTADOR-RESSUBMISSAO.
004510     MOVE SA-CONTA TO TN-CONTA.
004520     MOVE "BRL" TO TN-MOEDA.
004530     MOVE "C" TO TN-IND-DEBITO-CREDITO.
004540     MOVE WS-DATA-VALOR TO TN-DATA-VALOR.
004550     WRITE TN-REGISTRO-TRANSACAO.
004560     ADD WS-JUROS TO WS-HASH-NUM1.
004570     ADD 1 TO WS-CONTADOR-DETALHES.
004580     ADD WS-JUROS TO WS-SOMA-JUROS.
004590     IF WS-PROXIMO-ID = 999999
004600         DISPLAY "ERRO - FAIXA DE IDS DE JUROS ESGOTADA "
004610             "APOS A CONTA " SA-CONTA
004620         PERFORM GRAVA-TRAILER
004630         CLOSE SALDOFILE
004640         MOVE 12 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670     ADD 1 TO WS-PROXIMO-ID.
004680
004690*****************************************************
004700*  GRAVA-CABECALHO / GRAVA-TRAILER - THE BATCH
004710*  ENVELOPE, BALANCED TO WHAT WAS ACTUALLY WRITTEN SO
004720*  AULA1 ACCEPTS THE FILE THE SAME WAY IT ACCEPTS ONE
004730*  FROM THE UPSTREAM CAPTURE SYSTEM OR FROM AULA2.
004740*****************************************************
004750 GRAVA-CABECALHO.
004760     MOVE SPACES TO TN-REGISTRO-TRANSACAO.
004770     MOVE "HD" TO TN-TIPO-REGISTRO.
004780     MOVE WS-NUMERO-LOTE TO TN-CAB-NUMERO-LOTE.
004790     MOVE WS-DATA-GERACAO TO TN-CAB-DATA-GERACAO.
004800     MOVE "J" TO TN-CAB-ORIGEM.
004810     WRITE TN-REGISTRO-TRANSACAO.
004820
004830 GRAVA-TRAILER.
004840     MOVE SPACES TO TN-REGISTRO-TRANSACAO.
004850     MOVE "TR" TO TN-TIPO-REGISTRO.
004860     MOVE WS-NUMERO-LOTE TO TN-TRL-NUMERO-LOTE.
004870     MOVE WS-CONTADOR-DETALHES
004880         TO TN-TRL-CONTADOR-REGISTROS.
004890     MOVE WS-HASH-NUM1 TO TN-TRL-HASH-NUM1.
004900     MOVE WS-HASH-NUM2 TO TN-TRL-HASH-NUM2.
004910     WRITE TN-REGISTRO-TRANSACAO.
004920     CLOSE TRANJUROS.
004930
004940 FINALIZA-PROGRAMA.
004950     CLOSE SALDOFILE.
004960     MOVE WS-SOMA-JUROS TO WS-JUROS-EDITADO.
004970     DISPLAY "----------------------------------------".
004980     DISPLAY "RESUMO DO ACUMULO DE JUROS".
004990     DISPLAY "CONTAS LIDAS        : " WS-CONT-CONTAS-LIDAS.
005000     DISPLAY "DETALHES GERADOS    : " WS-CONTADOR-DETALHES.
005010     DISPLAY "CONTAS SEM JUROS    : " WS-CONT-SEM-JUROS.
005020     DISPLAY "CONTAS DORMENTES    : " WS-CONT-DORMENTES.
005030     DISPLAY "ESTOUROS PULADOS    : " WS-CONT-ESTOUROS.
005040     DISPLAY "JUROS TOTAIS (BRL)  : " WS-JUROS-EDITADO.
005050     DISPLAY "LOTE " WS-NUMERO-LOTE " GRAVADO EM TRANJUROS".
005060     DISPLAY "----------------------------------------".
005070     IF WS-CONT-ESTOUROS > ZERO
005080         MOVE 4 TO RETURN-CODE
005090     ELSE
005100         MOVE ZERO TO RETURN-CODE
005110     END-IF.
005120     PERFORM REGISTRA-FIM.
005130     DISPLAY "Programa finalizado!!".
005140     STOP RUN.
005150
005160*****************************************************
005170*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
005180*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
005190*  ARE ACCEPTED AND THE PREREQUISITE STEPS HAVE
005200*  BEEN FOUND COMPLETE, SO AN I WITH NO MATCHING F
005210*  MEANS THE RUN IS STILL GOING OR DIED.
005220*****************************************************
005230 REGISTRA-INICIO.
005240     PERFORM MONTA-EXECLOG.
005250     MOVE "I" TO WE-EVENTO.
005260     PERFORM GRAVA-EXECLOG.
005270
005280*****************************************************
005290*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
005300*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
005310*****************************************************
005320 REGISTRA-FIM.
005330     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
005340     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
005350     MOVE "F" TO WE-EVENTO.
005360     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
005370     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
005380     MOVE RETURN-CODE TO WE-RETURN-CODE.
005390     MOVE WS-CONT-CONTAS-LIDAS TO WE-QTD-LIDOS.
005400     MOVE WS-CONTADOR-DETALHES TO WE-QTD-PROCESSADOS.
005410     MOVE WS-CONT-ESTOUROS TO WE-QTD-EXCECOES.
005420     PERFORM GRAVA-EXECLOG.
005430
005440 MONTA-EXECLOG.
005450     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
005460     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
005470     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
005480     MOVE "AULA12" TO WE-PROGRAMA.
005490     MOVE WS-DATA-VALOR TO WE-DATA-REFERENCIA.
005500     MOVE SPACES TO WE-OPERADOR.
005510     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
005520     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
005530     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
005540         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
005550
005560*****************************************************
005570*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
005580*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
005590*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
005600*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
005610*****************************************************
005620 GRAVA-EXECLOG.
005630     OPEN EXTEND EXECLOG.
005640     IF WS-EXECLOG-STATUS = "35" OR "05"
005650         OPEN OUTPUT EXECLOG
005660     END-IF.
005670     IF WS-EXECLOG-STATUS NOT = "00"
005680         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
005690             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
005700         MOVE 12 TO RETURN-CODE
005710         STOP RUN
005720     END-IF.
005730     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
005740     CLOSE EXECLOG.
005750
005760*****************************************************
005770*  CONSULTA-EXECLOG - SWEEPS THE LEDGER AND LEAVES
005780*  IN WS-PRE-SITUACAO AND WS-PRE-RC THE STATE OF THE
005790*  LATEST RUN OF WS-PRE-PROGRAMA FOR
005800*  WS-PRE-REFERENCIA: BLANK = NEVER RAN, I = STARTED
005810*  AND NEVER ENDED (STILL GOING OR ABENDED), F =
005820*  ENDED WITH WS-PRE-RC.  REFUSED ATTEMPTS NEVER RAN
005830*  AND ARE PASSED OVER.  AN ABSENT LEDGER ONLY MEANS
005840*  NOTHING HAS RUN YET.
005850*****************************************************
005860 CONSULTA-EXECLOG.
005870     MOVE SPACE TO WS-PRE-SITUACAO.
005880     MOVE ZERO TO WS-PRE-RC.
005890     PERFORM ABRE-CONSULTA-EXECLOG.
005900     PERFORM EXAMINA-EXECLOG
005910         UNTIL WS-FIM-EXECLOG.
005920     PERFORM FECHA-CONSULTA-EXECLOG.
005930
005940 EXAMINA-EXECLOG.
005950     IF EL-PROGRAMA = WS-PRE-PROGRAMA
005960             AND EL-DATA-REFERENCIA = WS-PRE-REFERENCIA
005970         IF EL-EVENTO-INICIO
005980             MOVE "I" TO WS-PRE-SITUACAO
005990             MOVE ZERO TO WS-PRE-RC
006000         END-IF
006010         IF EL-EVENTO-FIM
006020             MOVE "F" TO WS-PRE-SITUACAO
006030             MOVE EL-RETURN-CODE TO WS-PRE-RC
006040         END-IF
006050     END-IF.
006060     PERFORM LE-EXECLOG.
006070
006080 ABRE-CONSULTA-EXECLOG.
006090     MOVE "N" TO WS-EXECLOG-EOF-SW.
006100     OPEN INPUT EXECLOG.
006110     IF WS-EXECLOG-STATUS = "35"
006120         SET WS-FIM-EXECLOG TO TRUE
006130     ELSE
006140         IF WS-EXECLOG-STATUS NOT = "00"
006150             DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
006160                 "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
006170             MOVE 12 TO RETURN-CODE
006180             STOP RUN
006190         END-IF
006200         PERFORM LE-EXECLOG
006210     END-IF.
006220
006230 FECHA-CONSULTA-EXECLOG.
006240     IF WS-EXECLOG-STATUS NOT = "35"
006250         CLOSE EXECLOG
006260     END-IF.
006270
006280 LE-EXECLOG.
006290     READ EXECLOG
006300         AT END
006310             SET WS-FIM-EXECLOG TO TRUE
006320     END-READ.
006330
006340*****************************************************
006350*  DESCREVE-PRE-REQUISITO - SHOWS THE OPERATOR WHICH
006360*  STEP WAS NOT FOUND COMPLETE, AND IN WHAT STATE,
006370*  AND KEEPS THE SAME TEXT FOR THE REFUSAL RECORD.
006380*****************************************************
006390 DESCREVE-PRE-REQUISITO.
006400     MOVE WS-PRE-PROGRAMA TO WS-PM-PROGRAMA.
006410     MOVE WS-PRE-REFERENCIA TO WS-PM-REFERENCIA.
006420     EVALUATE TRUE
006430         WHEN WS-PRE-NAO-EXECUTADO
006440             MOVE "NAO EXECUTOU" TO WS-PM-ESTADO
006450         WHEN WS-PRE-EM-ANDAMENTO
006460             MOVE "INCOMPLETO" TO WS-PM-ESTADO
006470         WHEN OTHER
006480             MOVE "RC" TO WS-PM-ESTADO
006490             MOVE WS-PRE-RC TO WS-PM-RC
006500     END-EVALUATE.
006510     DISPLAY "ERRO - PRE-REQUISITO NAO ATENDIDO: "
006520         WS-PRE-MENSAGEM.
006530
006540*****************************************************
006550*  RECUSA-EXECUCAO - A PREREQUISITE STEP HAS NOT
006560*  COMPLETED ACCEPTABLY: THE REFUSAL GOES ON THE
006570*  LEDGER (R, RC 16) AND THE RUN STOPS BEFORE ANY
006580*  FILE IS TOUCHED.
006590*****************************************************
006600 RECUSA-EXECUCAO.
006610     PERFORM MONTA-EXECLOG.
006620     MOVE "R" TO WE-EVENTO.
006630     MOVE WE-DATA-INICIO TO WE-DATA-FIM.
006640     MOVE WE-HORA-INICIO TO WE-HORA-FIM.
006650     MOVE 16 TO WE-RETURN-CODE.
006660     MOVE WS-PRE-MENSAGEM TO WE-MENSAGEM.
006670     PERFORM GRAVA-EXECLOG.
006680     DISPLAY "EXECUCAO RECUSADA - RC 16".
006690     MOVE 16 TO RETURN-CODE.
006700     STOP RUN.
006710
006720 END PROGRAM aula12.
