000350*  MODIFICATION HISTORY
000360*  DATE       INIT  DESCRIPTION
000370*  2026-09-02 RLH   ORIGINAL PROGRAM.
000380*  2026-10-15 RLH   RUN LEDGER: THE CLOSE IS REFUSED
000390*                   WITH RC 16 UNLESS EVERY DATE AULA1
000400*                   POSTED IN THE PERIOD WAS CERTIFIED
000410*                   BY AULA5 WITH RC 0 ON EXECLOG, AND
000420*                   IS RECORDED THERE UNDER THE PERIOD
000430*                   (DAY 00) - AULA12 WAITS FOR IT.
000440*****************************************************
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT EXTRATFILE ASSIGN TO "EXTRATFILE"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-EXTRATFILE-STATUS.
000510     SELECT PERSUMO ASSIGN TO "PERSUMO"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-PERSUMO-STATUS.
000540     SELECT PERCTRL ASSIGN TO "PERCTRL"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS PC-PERIODO
000580         FILE STATUS IS WS-PERCTRL-STATUS.
000590     SELECT EXECLOG ASSIGN TO "EXECLOG"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-EXECLOG-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  EXTRATFILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORDING MODE IS F.
000670     COPY EXTRATREC.
000680 FD  PERSUMO
000690     LABEL RECORDS ARE STANDARD
000700     RECORDING MODE IS F.
000710     COPY PERSREC.
000720 FD  PERCTRL
000730     LABEL RECORDS ARE STANDARD.
000740     COPY PERCREC.
000750 FD  EXECLOG
000760     LABEL RECORDS ARE STANDARD
000770     RECORDING MODE IS F.
000780     COPY EXECREC.
000790 WORKING-STORAGE SECTION.
000800*****************************************************
000810*  SWITCHES AND FILE STATUS
000820*****************************************************
000830 77  WS-EOF-SW                PIC X(01) VALUE "N".
000840     88  WS-FIM-ARQUIVO                 VALUE "Y".
000850 77  WS-EXTRATFILE-STATUS     PIC X(02) VALUE "00".
000860 77  WS-PERSUMO-STATUS        PIC X(02) VALUE "00".
000870 77  WS-PERCTRL-STATUS        PIC X(02) VALUE "00".
000880*****************************************************
000890*  CLOSE CONTROLS AS KEYED BY THE OPERATOR (OR THE
000900*  JOB'S SYSIN), AND THE SYSTEM STAMP FOR PERCTRL.
000910*****************************************************
000920 01  WS-PERIODO               PIC 9(06).
000930 01  WS-PERIODO-X REDEFINES WS-PERIODO.
000940     05  FILLER               PIC X(04).
000950     05  WS-PERIODO-MM        PIC X(02).
000960 77  WS-OPERADOR              PIC X(08).
000970 77  WS-DATA-SISTEMA          PIC 9(08) VALUE ZERO.
000980 01  WS-HORA-SISTEMA          PIC 9(08) VALUE ZERO.
000990 01  WS-HORA-SISTEMA-X REDEFINES WS-HORA-SISTEMA.
001000     05  WS-HORA-HHMMSS       PIC 9(06).
001010     05  FILLER               PIC X(02).
001020 01  WS-DATA-TRABALHO         PIC 9(08).
001030 01  WS-DATA-TRABALHO-X REDEFINES WS-DATA-TRABALHO.
001040     05  WS-TRAB-AAAAMM       PIC 9(06).
001050     05  FILLER               PIC X(02).
001060*****************************************************
001070*  AGGREGATION TABLE - ONE ENTRY PER ACCOUNT AND
001080*  CURRENCY SEEN IN THE PERIOD, SUMS SIGNED BY THE
001090*  POSTING DIRECTION.
001100*****************************************************
001110 77  WS-MAXIMO-RESUMOS        PIC 9(04) COMP VALUE 5000.
001120 77  WS-RESUMO-QTD            PIC 9(04) COMP VALUE ZERO.
001130 77  WS-MOEDA-TRABALHO        PIC X(03) VALUE SPACES.
001140 77  WS-MOVIMENTO             PIC S9(13)V99 COMP-3 VALUE ZERO.
001150 77  WS-MOVIMENTO-BASE        PIC S9(13)V99 COMP-3 VALUE ZERO.
001160 01  WS-TABELA-RESUMO.
001170     05  WS-RES-ENTRADA OCCURS 5000 TIMES
001180             INDEXED BY WS-RES-IDX.
001190         10  WS-RES-CONTA     PIC 9(08).
001200         10  WS-RES-MOEDA     PIC X(03).
001210         10  WS-RES-CONT      PIC 9(07) COMP.
001220         10  WS-RES-SOMA      PIC S9(13)V99 COMP-3.
001230         10  WS-RES-SOMA-BASE PIC S9(13)V99 COMP-3.
001240*****************************************************
001250*  RUN TOTALS
001260*****************************************************
001270 77  WS-CONT-MOVTOS           PIC 9(07) COMP VALUE ZERO.
001280 77  WS-CONT-INVALIDOS        PIC 9(07) COMP VALUE ZERO.
001290 77  WS-SOMA-BASE-PERIODO     PIC S9(13)V99 COMP-3 VALUE ZERO.
001300*****************************************************
001310*  CYCLE RUN LEDGER (EXECLOG)
001320*****************************************************
001330 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
001340 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
001350 77  WS-EXECLOG-EOF-SW        PIC X(01) VALUE "N".
001360     88  WS-FIM-EXECLOG                VALUE "Y".
001370 77  WS-PRE-PROGRAMA          PIC X(08) VALUE SPACES.
001380 77  WS-PRE-SITUACAO          PIC X(01) VALUE SPACE.
001390     88  WS-PRE-NAO-EXECUTADO          VALUE SPACE.
001400     88  WS-PRE-EM-ANDAMENTO           VALUE "I".
001410     88  WS-PRE-CONCLUIDO              VALUE "F".
001420 77  WS-PRE-RC                PIC 9(02) VALUE ZERO.
001430 01  WS-EL-HORA-SISTEMA.
001440     05  WS-EL-HHMMSS         PIC 9(06).
001450     05  FILLER               PIC 9(02).
001460 01  WS-PRE-REFERENCIA        PIC 9(08) VALUE ZERO.
001470 01  WS-PRE-REF-PARTES REDEFINES WS-PRE-REFERENCIA.
001480     05  WS-PRE-REF-PERIODO   PIC 9(06).
001490     05  WS-PRE-REF-DIA       PIC 9(02).
001500 01  WS-PRE-MENSAGEM.
001510     05  WS-PM-PROGRAMA       PIC X(08).
001520     05  FILLER               PIC X(01) VALUE SPACE.
001530     05  WS-PM-REFERENCIA     PIC 9(08).
001540     05  FILLER               PIC X(01) VALUE SPACE.
001550     05  WS-PM-ESTADO         PIC X(12).
001560     05  WS-PM-ESTADO-RC REDEFINES WS-PM-ESTADO.
001570         10  FILLER           PIC X(03).
001580         10  WS-PM-RC         PIC 9(02).
001590         10  FILLER           PIC X(07).
001600     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
001610*****************************************************
001620*  CYCLE STATE OF EACH DAY OF THE PERIOD, FROM THE
001630*  LEDGER: LATEST POSTING (I/F) AND THE STATE AND RC
001640*  OF THE RECONCILIATION THAT FOLLOWED IT.
001650*****************************************************
001660 77  WS-CONT-DIAS-POSTADOS    PIC 9(07) COMP VALUE ZERO.
001670 77  WS-CONT-DIAS-PENDENTES   PIC 9(07) COMP VALUE ZERO.
001680 01  WS-TABELA-CICLO.
001690     05  WS-CIC-DIA OCCURS 31 TIMES
001700             INDEXED BY WS-CIC-IDX.
001710         10  WS-CIC-POSTAGEM  PIC X(01).
001720         10  WS-CIC-CONCILIACAO
001730                              PIC X(01).
001740         10  WS-CIC-RC        PIC 9(02).
001750
001760 PROCEDURE DIVISION.
001770*****************************************************
001780*  INICIALIZACAO - ACCEPTS THE PERIOD AND OPERATOR,
001790*  REFUSES A PERIOD ALREADY CLOSED, AGGREGATES THE
001800*  EXTRACT AND CUTS THE SUMMARY AND CONTROL RECORDS.
001810*****************************************************
001820 INICIALIZACAO.
001830     DISPLAY "PERIODO A FECHAR (AAAAMM): "
001840         WITH NO ADVANCING.
001850     ACCEPT WS-PERIODO.
001860     IF WS-PERIODO NOT NUMERIC
001870         OR WS-PERIODO-MM < "01" OR WS-PERIODO-MM > "12"
001880         DISPLAY "PERIODO INVALIDO"
001890         MOVE 12 TO RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920     DISPLAY "OPERADOR (ATE 8 CARACTERES): "
001930         WITH NO ADVANCING.
001940     ACCEPT WS-OPERADOR.
001950     IF WS-OPERADOR = SPACES
001960         DISPLAY "ERRO - OPERADOR OBRIGATORIO - O "
001970             "FECHAMENTO E ASSINADO"
001980         MOVE 12 TO RETURN-CODE
001990         STOP RUN
002000     END-IF.
002010     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
002020     ACCEPT WS-HORA-SISTEMA FROM TIME.
002030     PERFORM VERIFICA-PRE-REQUISITOS.
002040     PERFORM ABRE-PERCTRL.
002050     PERFORM REGISTRA-INICIO.
002060     PERFORM ACUMULA-EXTRATO.
002070     IF WS-CONT-INVALIDOS > ZERO
002080         DISPLAY "ERRO - " WS-CONT-INVALIDOS " REGISTROS "
002090             "DO PERIODO NAO PUDERAM SER LIDOS - "
002100             "FECHAMENTO ABANDONADO"
002110         CLOSE PERCTRL
002120         MOVE 12 TO RETURN-CODE
002130         STOP RUN
002140     END-IF.
002150     PERFORM GRAVA-RESUMOS.
002160     PERFORM GRAVA-CONTROLE-PERIODO.
002170     PERFORM FINALIZA-PROGRAMA.
002180
002190*****************************************************
002200*  VERIFICA-PRE-REQUISITOS - A PERIOD IS ONLY SIGNED
002210*  WHEN EVERY DATE IN IT THAT AULA1 POSTED HAS ENDED
002220*  AND WAS CERTIFIED IN BALANCE BY AULA5 (RC 0) AFTER
002230*  ITS LAST POSTING - A RESTART OR REPOST VOIDS AN
002240*  EARLIER CERTIFICATE.  EVERY DATE STILL PENDING IS
002250*  LISTED BEFORE THE CLOSE IS REFUSED.
002260*****************************************************
002270 VERIFICA-PRE-REQUISITOS.
002280     MOVE SPACES TO WS-TABELA-CICLO.
002290     MOVE ZERO TO WS-CONT-DIAS-POSTADOS.
002300     MOVE ZERO TO WS-CONT-DIAS-PENDENTES.
002310     MOVE WS-PERIODO TO WS-PRE-REF-PERIODO.
002320     PERFORM ABRE-CONSULTA-EXECLOG.
002330     PERFORM EXAMINA-CICLO
002340         UNTIL WS-FIM-EXECLOG.
002350     PERFORM FECHA-CONSULTA-EXECLOG.
002360     PERFORM CONFERE-DIA-CICLO
002370         VARYING WS-CIC-IDX FROM 1 BY 1
002380         UNTIL WS-CIC-IDX > 31.
002390     IF WS-CONT-DIAS-PENDENTES > ZERO
002400         DISPLAY "O FECHAMENTO EXIGE TODA DATA POSTADA NO "
002410             "PERIODO CERTIFICADA PELA AULA5 COM RC 00 - "
002420             WS-CONT-DIAS-PENDENTES " DATA(S) PENDENTE(S)"
002430         PERFORM RECUSA-EXECUCAO
002440     END-IF.
002450     DISPLAY "DATAS POSTADAS NO PERIODO: "
002460         WS-CONT-DIAS-POSTADOS " - TODAS CERTIFICADAS".
002470
002480*****************************************************
002490*  EXAMINA-CICLO - FOLLOWS THE LEDGER IN ORDER AND
002500*  KEEPS, PER DAY OF THE PERIOD, THE STATE OF ITS
002510*  LATEST POSTING AND OF THE RECONCILIATION THAT
002520*  FOLLOWED IT.
002530*****************************************************
002540 EXAMINA-CICLO.
002550     IF EL-REF-PERIODO = WS-PRE-REF-PERIODO
002560             AND EL-REF-DIA NOT < 1
002570             AND EL-REF-DIA NOT > 31
002580         SET WS-CIC-IDX TO EL-REF-DIA
002590         IF EL-PROGRAMA = "AULA1"
002600             PERFORM ANOTA-POSTAGEM
002610         END-IF
002620         IF EL-PROGRAMA = "AULA5"
002630             PERFORM ANOTA-CONCILIACAO
002640         END-IF
002650     END-IF.
002660     PERFORM LE-EXECLOG.
002670
002680 ANOTA-POSTAGEM.
002690     IF EL-EVENTO-INICIO
002700         MOVE "I" TO WS-CIC-POSTAGEM (WS-CIC-IDX)
002710         MOVE SPACE TO WS-CIC-CONCILIACAO (WS-CIC-IDX)
002720     END-IF.
002730     IF EL-EVENTO-FIM
002740         MOVE "F" TO WS-CIC-POSTAGEM (WS-CIC-IDX)
002750     END-IF.
002760
002770 ANOTA-CONCILIACAO.
002780     IF EL-EVENTO-INICIO
002790         MOVE "I" TO WS-CIC-CONCILIACAO (WS-CIC-IDX)
002800     END-IF.
002810     IF EL-EVENTO-FIM
002820         MOVE "F" TO WS-CIC-CONCILIACAO (WS-CIC-IDX)
002830         MOVE EL-RETURN-CODE TO WS-CIC-RC (WS-CIC-IDX)
002840     END-IF.
002850
002860 CONFERE-DIA-CICLO.
002870     IF WS-CIC-POSTAGEM (WS-CIC-IDX) NOT = SPACE
002880         ADD 1 TO WS-CONT-DIAS-POSTADOS
002890     END-IF.
002900     SET WS-PRE-REF-DIA TO WS-CIC-IDX.
002910     MOVE ZERO TO WS-PRE-RC.
002920     EVALUATE TRUE
002930         WHEN WS-CIC-POSTAGEM (WS-CIC-IDX) = SPACE
002940             CONTINUE
002950         WHEN WS-CIC-POSTAGEM (WS-CIC-IDX) NOT = "F"
002960             MOVE "AULA1" TO WS-PRE-PROGRAMA
002970             MOVE "I" TO WS-PRE-SITUACAO
002980             PERFORM REGISTRA-DIA-PENDENTE
002990         WHEN WS-CIC-CONCILIACAO (WS-CIC-IDX) NOT = "F"
003000             MOVE "AULA5" TO WS-PRE-PROGRAMA
003010             MOVE WS-CIC-CONCILIACAO (WS-CIC-IDX)
003020                 TO WS-PRE-SITUACAO
003030             PERFORM REGISTRA-DIA-PENDENTE
003040         WHEN WS-CIC-RC (WS-CIC-IDX) NOT = ZERO
003050             MOVE "AULA5" TO WS-PRE-PROGRAMA
003060             MOVE "F" TO WS-PRE-SITUACAO
003070             MOVE WS-CIC-RC (WS-CIC-IDX) TO WS-PRE-RC
003080             PERFORM REGISTRA-DIA-PENDENTE
003090         WHEN OTHER
003100             CONTINUE
003110     END-EVALUATE.
003120
003130 REGISTRA-DIA-PENDENTE.
003140     PERFORM DESCREVE-PRE-REQUISITO.
003150     ADD 1 TO WS-CONT-DIAS-PENDENTES.
003160
003170*****************************************************
003180*  ABRE-PERCTRL - OPENS THE PERIOD CONTROL, CREATING
003190*  IT ON THE VERY FIRST CLOSE, AND REFUSES TO CLOSE A
003200*  PERIOD THAT IS ALREADY ON IT - REOPENING A SIGNED
003210*  MONTH IS A DECISION FOR FINANCE, NOT A RERUN.
003220*****************************************************
003230 ABRE-PERCTRL.
003240     OPEN I-O PERCTRL.
003250     IF WS-PERCTRL-STATUS = "35"
003260         OPEN OUTPUT PERCTRL
003270         CLOSE PERCTRL
003280         OPEN I-O PERCTRL
003290     END-IF.
003300     IF WS-PERCTRL-STATUS NOT = "00"
003310         DISPLAY "ERRO - CONTROLE DE PERIODOS "
003320             "INDISPONIVEL, STATUS " WS-PERCTRL-STATUS
003330         MOVE 12 TO RETURN-CODE
003340         STOP RUN
003350     END-IF.
003360     MOVE WS-PERIODO TO PC-PERIODO.
003370     READ PERCTRL
003380         INVALID KEY
003390             CONTINUE
003400         NOT INVALID KEY
003410             DISPLAY "ERRO - PERIODO " WS-PERIODO
003420                 " JA FECHADO EM " PC-DATA-FECHAMENTO
003430                 " POR " PC-OPERADOR
003440             CLOSE PERCTRL
003450             MOVE 12 TO RETURN-CODE
003460             STOP RUN
003470     END-READ.
003480
003490*****************************************************
003500*  ACUMULA-EXTRATO - SWEEPS THE EXTRACT AND
003510*  AGGREGATES EVERY RECORD OF THE PERIOD BY ACCOUNT
003520*  AND CURRENCY.  A PERIOD RECORD WHOSE ACCOUNT OR
003530*  AMOUNTS CANNOT BE READ IS COUNTED - THE CLOSE
003540*  REFUSES TO SIGN A PARTIAL AGGREGATE.
003550*****************************************************
003560 ACUMULA-EXTRATO.
003570     OPEN INPUT EXTRATFILE.
003580     IF WS-EXTRATFILE-STATUS NOT = "00"
003590         DISPLAY "ERRO AO ABRIR EXTRATFILE, STATUS "
003600             WS-EXTRATFILE-STATUS
003610         MOVE 12 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640     PERFORM LE-EXTRATO.
003650     PERFORM ACUMULA-UM-EXTRATO
003660         UNTIL WS-FIM-ARQUIVO.
003670     CLOSE EXTRATFILE.
003680
003690 LE-EXTRATO.
003700     READ EXTRATFILE
003710         AT END
003720             SET WS-FIM-ARQUIVO TO TRUE
003730     END-READ.
003740
003750 ACUMULA-UM-EXTRATO.
003760     IF EX-DATA NUMERIC
003770         MOVE EX-DATA TO WS-DATA-TRABALHO
003780         IF WS-TRAB-AAAAMM = WS-PERIODO
003790             PERFORM CLASSIFICA-MOVIMENTO
003800         END-IF
003810     END-IF.
003820     PERFORM LE-EXTRATO.
003830
003840 CLASSIFICA-MOVIMENTO.
003850     IF EX-CONTA NOT NUMERIC
003860         OR EX-RESULTADO NOT NUMERIC
003870         OR EX-RESULTADO-BASE NOT NUMERIC
003880         ADD 1 TO WS-CONT-INVALIDOS
003890     ELSE
003900         IF EX-MOVIMENTO-DEBITO
003910             SUBTRACT EX-RESULTADO FROM ZERO
003920                 GIVING WS-MOVIMENTO
003930             SUBTRACT EX-RESULTADO-BASE FROM ZERO
003940                 GIVING WS-MOVIMENTO-BASE
003950         ELSE
003960             MOVE EX-RESULTADO TO WS-MOVIMENTO
003970             MOVE EX-RESULTADO-BASE TO WS-MOVIMENTO-BASE
003980         END-IF
003990         IF EX-MOEDA = SPACES
004000             MOVE "BRL" TO WS-MOEDA-TRABALHO
004010         ELSE
004020             MOVE EX-MOEDA TO WS-MOEDA-TRABALHO
004030         END-IF
004040         PERFORM AGREGA-MOVIMENTO
004050     END-IF.
004060
004070*****************************************************
004080*  AGREGA-MOVIMENTO - FINDS (OR CLAIMS) THE ACCOUNT +
004090*  CURRENCY SLOT AND FOLDS THE MOVEMENT IN.  A FULL
004100*  TABLE ABANDONS THE CLOSE - A SUMMARY MISSING
004110*  ACCOUNTS WOULD BE SIGNED OFF AS IF COMPLETE.
004120*****************************************************
004130 AGREGA-MOVIMENTO.
004140     SET WS-RES-IDX TO 1.
004150     SEARCH WS-RES-ENTRADA
004160         AT END
004170             PERFORM RECLAMA-SLOT-RESUMO
004180         WHEN WS-RES-IDX > WS-RESUMO-QTD
004190             PERFORM RECLAMA-SLOT-RESUMO
004200         WHEN WS-RES-CONTA (WS-RES-IDX) = EX-CONTA
004210                 AND WS-RES-MOEDA (WS-RES-IDX)
004220                     = WS-MOEDA-TRABALHO
004230             CONTINUE
004240     END-SEARCH.
004250     ADD 1 TO WS-RES-CONT (WS-RES-IDX).
004260     ADD WS-MOVIMENTO TO WS-RES-SOMA (WS-RES-IDX).
004270     ADD WS-MOVIMENTO-BASE
004280         TO WS-RES-SOMA-BASE (WS-RES-IDX).
004290     ADD 1 TO WS-CONT-MOVTOS.
004300     ADD WS-MOVIMENTO-BASE TO WS-SOMA-BASE-PERIODO.
004310
004320 RECLAMA-SLOT-RESUMO.
004330     IF WS-RESUMO-QTD >= WS-MAXIMO-RESUMOS
004340         DISPLAY "ERRO - TABELA DE RESUMO CHEIA ("
004350             WS-MAXIMO-RESUMOS ") - FECHAMENTO ABANDONADO"
004360         CLOSE EXTRATFILE PERCTRL
004370         MOVE 12 TO RETURN-CODE
004380         STOP RUN
004390     END-IF.
004400     ADD 1 TO WS-RESUMO-QTD.
004410     SET WS-RES-IDX TO WS-RESUMO-QTD.
004420     MOVE EX-CONTA TO WS-RES-CONTA (WS-RES-IDX).
004430     MOVE WS-MOEDA-TRABALHO TO WS-RES-MOEDA (WS-RES-IDX).
004440     MOVE ZERO TO WS-RES-CONT (WS-RES-IDX).
004450     MOVE ZERO TO WS-RES-SOMA (WS-RES-IDX).
004460     MOVE ZERO TO WS-RES-SOMA-BASE (WS-RES-IDX).
004470
004480*****************************************************
004490*  GRAVA-RESUMOS - CUTS THE PERIOD SUMMARY FILE, ONE
004500*  LINE PER ACCOUNT AND CURRENCY, FOR THE LEDGER.
004510*****************************************************
004520 GRAVA-RESUMOS.
004530     OPEN OUTPUT PERSUMO.
004540     PERFORM GRAVA-UM-RESUMO
004550         VARYING WS-RES-IDX FROM 1 BY 1
004560         UNTIL WS-RES-IDX > WS-RESUMO-QTD.
004570     CLOSE PERSUMO.
004580
004590 GRAVA-UM-RESUMO.
004600     MOVE SPACES TO PS-REGISTRO-RESUMO.
004610     MOVE WS-PERIODO TO PS-PERIODO.
004620     MOVE WS-RES-CONTA (WS-RES-IDX) TO PS-CONTA.
004630     MOVE WS-RES-MOEDA (WS-RES-IDX) TO PS-MOEDA.
004640     MOVE WS-RES-CONT (WS-RES-IDX) TO PS-CONTADOR-MOVTOS.
004650     MOVE WS-RES-SOMA (WS-RES-IDX) TO PS-SOMA-RESULTADO.
004660     MOVE WS-RES-SOMA-BASE (WS-RES-IDX) TO PS-SOMA-BASE.
004670     WRITE PS-REGISTRO-RESUMO.
004680
004690*****************************************************
004700*  GRAVA-CONTROLE-PERIODO - MARKS THE MONTH CLOSED.
004710*  FROM HERE ON AULA1 REFUSES A PROCESSING DATE IN
004720*  THIS PERIOD.
004730*****************************************************
004740 GRAVA-CONTROLE-PERIODO.
004750     MOVE SPACES TO PC-REGISTRO-PERIODO.
004760     MOVE WS-PERIODO TO PC-PERIODO.
004770     MOVE WS-DATA-SISTEMA TO PC-DATA-FECHAMENTO.
004780     MOVE WS-HORA-HHMMSS TO PC-HORA-FECHAMENTO.
004790     MOVE WS-OPERADOR TO PC-OPERADOR.
004800     MOVE WS-CONT-MOVTOS TO PC-CONTADOR-MOVTOS.
004810     MOVE WS-SOMA-BASE-PERIODO TO PC-SOMA-BASE.
004820     WRITE PC-REGISTRO-PERIODO
004830         INVALID KEY
004840             DISPLAY "ERRO AO GRAVAR CONTROLE DO PERIODO, "
004850                 "STATUS " WS-PERCTRL-STATUS
004860             MOVE 12 TO RETURN-CODE
004870     END-WRITE.
004880     CLOSE PERCTRL.
004890
004900 FINALIZA-PROGRAMA.
004910     DISPLAY "----------------------------------------".
004920     DISPLAY "FECHAMENTO DO PERIODO " WS-PERIODO.
004930     DISPLAY "MOVIMENTOS AGREGADOS   : " WS-CONT-MOVTOS.
004940     DISPLAY "LINHAS DE RESUMO       : " WS-RESUMO-QTD.
004950     DISPLAY "SOMA BASE DO PERIODO   : "
004960         WS-SOMA-BASE-PERIODO.
004970     DISPLAY "FECHADO POR " WS-OPERADOR " EM "
004980         WS-DATA-SISTEMA.
004990     DISPLAY "----------------------------------------".
005000     PERFORM REGISTRA-FIM.
005010     DISPLAY "Programa finalizado!!".
005020     STOP RUN.
005030
005040*****************************************************
005050*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
005060*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
005070*  ARE ACCEPTED AND THE PREREQUISITE STEPS HAVE
005080*  BEEN FOUND COMPLETE, SO AN I WITH NO MATCHING F
005090*  MEANS THE RUN IS STILL GOING OR DIED.
005100*****************************************************
005110 REGISTRA-INICIO.
005120     PERFORM MONTA-EXECLOG.
005130     MOVE "I" TO WE-EVENTO.
005140     PERFORM GRAVA-EXECLOG.
005150
005160*****************************************************
005170*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
005180*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
005190*****************************************************
005200 REGISTRA-FIM.
005210     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
005220     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
005230     MOVE "F" TO WE-EVENTO.
005240     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
005250     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
005260     MOVE RETURN-CODE TO WE-RETURN-CODE.
005270     MOVE WS-CONT-MOVTOS TO WE-QTD-LIDOS.
005280     MOVE WS-RESUMO-QTD TO WE-QTD-PROCESSADOS.
005290     MOVE WS-CONT-INVALIDOS TO WE-QTD-EXCECOES.
005300     PERFORM GRAVA-EXECLOG.
005310
005320 MONTA-EXECLOG.
005330     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
005340     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
005350     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
005360     MOVE "AULA11" TO WE-PROGRAMA.
005370     MOVE WS-PERIODO TO WE-REF-PERIODO.
005380     MOVE ZERO TO WE-REF-DIA.
005390     MOVE WS-OPERADOR TO WE-OPERADOR.
005400     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
005410     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
005420     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
005430         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
005440
005450*****************************************************
005460*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
005470*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
005480*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
005490*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
005500*****************************************************
005510 GRAVA-EXECLOG.
005520     OPEN EXTEND EXECLOG.
005530     IF WS-EXECLOG-STATUS = "35" OR "05"
005540         OPEN OUTPUT EXECLOG
005550     END-IF.
005560     IF WS-EXECLOG-STATUS NOT = "00"
005570         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
005580             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
005590         MOVE 12 TO RETURN-CODE
005600         STOP RUN
005610     END-IF.
005620     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
005630     CLOSE EXECLOG.
005640
005650 ABRE-CONSULTA-EXECLOG.
005660     MOVE "N" TO WS-EXECLOG-EOF-SW.
005670     OPEN INPUT EXECLOG.
005680     IF WS-EXECLOG-STATUS = "35"
005690         SET WS-FIM-EXECLOG TO TRUE
005700     ELSE
005710         IF WS-EXECLOG-STATUS NOT = "00"
005720             DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
005730                 "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
005740             MOVE 12 TO RETURN-CODE
005750             STOP RUN
005760         END-IF
005770         PERFORM LE-EXECLOG
005780     END-IF.
005790
005800 FECHA-CONSULTA-EXECLOG.
005810     IF WS-EXECLOG-STATUS NOT = "35"
005820         CLOSE EXECLOG
005830     END-IF.
005840
005850 LE-EXECLOG.
005860     READ EXECLOG
005870         AT END
005880             SET WS-FIM-EXECLOG TO TRUE
005890     END-READ.
005900
005910*****************************************************
005920*  DESCREVE-PRE-REQUISITO - SHOWS THE OPERATOR WHICH
005930*  STEP WAS NOT FOUND COMPLETE, AND IN WHAT STATE,
005940*  AND KEEPS THE SAME TEXT FOR THE REFUSAL RECORD.
005950*****************************************************
005960 DESCREVE-PRE-REQUISITO.
005970     MOVE WS-PRE-PROGRAMA TO WS-PM-PROGRAMA.
005980     MOVE WS-PRE-REFERENCIA TO WS-PM-REFERENCIA.
005990     EVALUATE TRUE
006000         WHEN WS-PRE-NAO-EXECUTADO
006010             MOVE "NAO EXECUTOU" TO WS-PM-ESTADO
006020         WHEN WS-PRE-EM-ANDAMENTO
006030             MOVE "INCOMPLETO" TO WS-PM-ESTADO
006040         WHEN OTHER
006050             MOVE "RC" TO WS-PM-ESTADO
006060             MOVE WS-PRE-RC TO WS-PM-RC
006070     END-EVALUATE.
006080     DISPLAY "ERRO - PRE-REQUISITO NAO ATENDIDO: "
006090         WS-PRE-MENSAGEM.
006100
006110*****************************************************
006120*  RECUSA-EXECUCAO - A PREREQUISITE STEP HAS NOT
006130*  COMPLETED ACCEPTABLY: THE REFUSAL GOES ON THE
006140*  LEDGER (R, RC 16) AND THE RUN STOPS BEFORE ANY
006150*  FILE IS TOUCHED.
006160*****************************************************
006170 RECUSA-EXECUCAO.
006180     PERFORM MONTA-EXECLOG.
006190     MOVE "R" TO WE-EVENTO.
006200     MOVE WE-DATA-INICIO TO WE-DATA-FIM.
006210     MOVE WE-HORA-INICIO TO WE-HORA-FIM.
006220     MOVE 16 TO WE-RETURN-CODE.
006230     MOVE WS-PRE-MENSAGEM TO WE-MENSAGEM.
006240     PERFORM GRAVA-EXECLOG.
006250     DISPLAY "EXECUCAO RECUSADA - RC 16".
006260     MOVE 16 TO RETURN-CODE.
006270     STOP RUN.
006280
006290 END PROGRAM aula11.
