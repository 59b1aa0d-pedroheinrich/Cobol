000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. aula14.
000030 AUTHOR. R HEINRICH.
000040 INSTALLATION. BATCH PROCESSING CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************
000080*  AULA14 - LARGE-TRANSACTION AND STRUCTURING
000090*  SURVEILLANCE OVER THE GL EXTRACT.
000100*
000110*  COMPLIANCE USED TO EYEBALL AULA3 PRINTOUTS FOR
000120*  BIG MOVEMENTS.  THIS PROGRAM RUNS AFTER AULA1 AND
000130*  SWEEPS THE EXTRACT HISTORY - THE ARCHIVED EXTRACT
000140*  (EXTARQ) PLUS THE LIVE EXTRATFILE, AS AULA8 DOES -
000150*  FOR THE DATE UNDER REVIEW ON THE PARAMETER CARD
000160*  (VIGPARM), APPLYING THREE RULES TO THE BRL AMOUNT
000170*  (EX-RESULTADO-BASE) OF EVERY MOVEMENT, DEBIT OR
000180*  CREDIT:
000190*    V - A SINGLE MOVEMENT OF THE DATE ABOVE THE
000200*        REPORTABLE LIMIT;
000210*    F - STRUCTURING: ON ONE ACCOUNT, AT LEAST THE
000220*        MINIMUM NUMBER OF MOVEMENTS INSIDE THE
000230*        ROLLING WINDOW ENDING ON THE DATE, EACH
000240*        JUST UNDER THE LIMIT, SUMMING ABOVE IT;
000250*    P - THE ACCOUNT'S COUNT OR BRL VOLUME FOR THE
000260*        DATE FAR ABOVE ITS OWN DAILY AVERAGE OVER
000270*        THE HISTORY DAYS BEFORE IT.  AN ACCOUNT WITH
000280*        NO HISTORY HAS NO AVERAGE AND IS NOT JUDGED.
000290*  REVERSAL LINES ONLY BACK OUT A MOVEMENT ALREADY
000300*  SEEN, SO THEY TAKE NO PART.  EACH HIT IS APPENDED
000310*  TO THE ALERTS FILE (ALERTAS) WITH THE ACCOUNT, THE
000320*  TRANSACTION IDS AND THE RULE, AND PRINTED ON THE
000330*  ALERT REPORT (RELVIG).  THE ALERTS ALREADY ON
000340*  ALERTAS ARE LOADED FIRST, SO A RERUN, OR A LATER
000350*  WINDOW OVER THE SAME MOVEMENTS, DOES NOT RAISE THE
000360*  SAME ALERT AGAIN: V IS KNOWN BY ACCOUNT AND ID, F
000370*  ALERTS AGAIN ONLY WHEN THE WINDOW HOLDS AN ID NOT
000380*  ALREADY IN AN F ALERT FOR THE ACCOUNT, AND P IS
000390*  KNOWN BY ACCOUNT AND DAY.
000400*  DAY COUNTS ARE TRUE CALENDAR DAYS, NOT 30/360 - A
000410*  WINDOW MUST NOT SHRINK ACROSS THE 31ST.
000420*  THE RUN ENDS RC 4 WHEN IT RAISED ANY NEW ALERT OR
000430*  MET HISTORY IT COULD NOT READ.
000440*-----------------------------------------------------
000450*  MODIFICATION HISTORY
000460*  DATE       INIT  DESCRIPTION
000470*  2026-10-15 RLH   ORIGINAL PROGRAM.
000480*  2026-10-15 RLH   RUN LEDGER: THE RUN IS RECORDED ON
000490*                   EXECLOG (START, AND END WITH RC
000500*                   AND COUNTS) UNDER THE
000510*                   PROCESSING DATE; THE EXCEPTIONS
000520*                   ARE THE NEW ALERTS.
000530*  2026-10-15 RLH   REFUSED WITH RC 16 (R ON EXECLOG)
000540*                   UNLESS THE AULA1 RUN FOR THE DATE
000550*                   UNDER REVIEW HAS ENDED WITH RC 8 OR
000560*                   LESS - THE SWEEP MUST SEE ALL OF
000570*                   THE DATE'S MOVEMENTS.
000580*  2026-10-15 RLH   THE SECTION'S CLOSING LINE IS NOW
000590*                   TESTED FOR PAGE OVERFLOW LIKE THE
000600*                   DETAIL LINES.
000610*  2026-10-15 RLH   RULE F NOVELTY IS JUDGED ONLY ON THE
000620*                   IDS THE ALERT KEEPS (THE FIRST 20
000630*                   OF THE GROUP); THE REPORT OPEN IS
000640*                   NOW CHECKED.
000650*****************************************************
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT VIGPARM ASSIGN TO "VIGPARM"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-VIGPARM-STATUS.
000720     SELECT EXTARQ ASSIGN TO "EXTARQ"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-EXTARQ-STATUS.
000750     SELECT EXTRATFILE ASSIGN TO "EXTRATFILE"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-EXTRATFILE-STATUS.
000780     SELECT ALERTAS ASSIGN TO "ALERTAS"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-ALERTAS-STATUS.
000810     SELECT RELVIG ASSIGN TO "RELVIG"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-RELVIG-STATUS.
000840     SELECT EXECLOG ASSIGN TO "EXECLOG"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-EXECLOG-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  VIGPARM
000900     LABEL RECORDS ARE STANDARD
000910     RECORDING MODE IS F.
000920     COPY VIGPREC.
000930 FD  EXTARQ
000940     LABEL RECORDS ARE STANDARD
000950     RECORDING MODE IS F.
000960     COPY EXTRATREC REPLACING LEADING ==EX-== BY ==EA-==.
000970 FD  EXTRATFILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORDING MODE IS F.
001000     COPY EXTRATREC.
001010 FD  ALERTAS
001020     LABEL RECORDS ARE STANDARD
001030     RECORDING MODE IS F.
001040     COPY ALERTREC.
001050 FD  RELVIG
001060     LABEL RECORDS ARE STANDARD
001070     RECORDING MODE IS F.
001080 01  REL-REGISTRO             PIC X(132).
001090 FD  EXECLOG
001100     LABEL RECORDS ARE STANDARD
001110     RECORDING MODE IS F.
001120     COPY EXECREC.
001130 WORKING-STORAGE SECTION.
001140*****************************************************
001150*  SWITCHES AND FILE STATUS
001160*****************************************************
001170 77  WS-EOF-SW                PIC X(01) VALUE "N".
001180     88  WS-FIM-ARQUIVO                 VALUE "Y".
001190 77  WS-DATA-SW               PIC X(01) VALUE "N".
001200     88  WS-DATA-INVALIDA               VALUE "Y".
001210 77  WS-ALERTADO-SW           PIC X(01) VALUE "N".
001220     88  WS-JA-ALERTADO                 VALUE "Y".
001230 77  WS-NOVIDADE-SW           PIC X(01) VALUE "N".
001240     88  WS-HA-NOVIDADE                 VALUE "Y".
001250 77  WS-CHEIA-SW              PIC X(01) VALUE "N".
001260     88  WS-TABELA-CHEIA                VALUE "Y".
001270 77  WS-VIGPARM-STATUS        PIC X(02) VALUE "00".
001280 77  WS-EXTARQ-STATUS         PIC X(02) VALUE "00".
001290 77  WS-EXTRATFILE-STATUS     PIC X(02) VALUE "00".
001300 77  WS-ALERTAS-STATUS        PIC X(02) VALUE "00".
001310 77  WS-RELVIG-STATUS         PIC X(02) VALUE "00".
001320*****************************************************
001330*  RULE LIMITS DERIVED FROM THE PARAMETER CARD, AS
001340*  ABSOLUTE DAY NUMBERS AND BRL AMOUNTS.
001350*****************************************************
001360 77  WS-DATA-ALERTA           PIC 9(08) VALUE ZERO.
001370 77  WS-DIA-REVISAO           PIC 9(07) COMP VALUE ZERO.
001380 77  WS-DIA-INICIO-JANELA     PIC 9(07) COMP VALUE ZERO.
001390 77  WS-DIA-INICIO-HISTORICO  PIC 9(07) COMP VALUE ZERO.
001400 77  WS-DIA-HORIZONTE         PIC 9(07) COMP VALUE ZERO.
001410 77  WS-LIMITE                PIC S9(13)V99 COMP-3 VALUE ZERO.
001420 77  WS-FAIXA-INFERIOR        PIC S9(13)V99 COMP-3 VALUE ZERO.
001430*****************************************************
001440*  DATE TO ABSOLUTE DAY NUMBER - DAYS SINCE 0001-01-01
001450*  ON THE GREGORIAN CALENDAR, SO TWO DATES SUBTRACT TO
001460*  THE TRUE NUMBER OF DAYS BETWEEN THEM.
001470*****************************************************
001480 01  WS-DN-DATA               PIC 9(08).
001490 01  WS-DN-DATA-X REDEFINES WS-DN-DATA.
001500     05  WS-DN-AAAA           PIC 9(04).
001510     05  WS-DN-MM             PIC 9(02).
001520     05  WS-DN-DD             PIC 9(02).
001530 77  WS-DN-DIAS               PIC 9(07) COMP VALUE ZERO.
001540 77  WS-DN-ANOS               PIC 9(05) COMP VALUE ZERO.
001550 77  WS-DN-QUOCIENTE          PIC 9(05) COMP VALUE ZERO.
001560 77  WS-DN-RESTO-4            PIC 9(03) COMP VALUE ZERO.
001570 77  WS-DN-RESTO-100          PIC 9(03) COMP VALUE ZERO.
001580 77  WS-DN-RESTO-400          PIC 9(03) COMP VALUE ZERO.
001590 01  WS-DIAS-ANTES-MES-VALORES.
001600     05  FILLER               PIC X(36) VALUE
001610         "000031059090120151181212243273304334".
001620 01  WS-DIAS-ANTES-MES-TAB REDEFINES WS-DIAS-ANTES-MES-VALORES.
001630     05  WS-DIAS-ANTES-MES    PIC 9(03) OCCURS 12 TIMES.
001640*****************************************************
001650*  WORK COPY OF THE EXTRACT RECORD IN HAND, SO THE
001660*  ARCHIVED AND LIVE FILES FEED ONE PARAGRAPH, AS IN
001670*  AULA8, AND ITS BRL MAGNITUDE AND DAY NUMBER.
001680*****************************************************
001690 COPY EXTRATREC REPLACING LEADING ==EX-== BY ==WX-==.
001700 77  WS-VALOR                 PIC S9(13)V99 COMP-3 VALUE ZERO.
001710 77  WS-DIA-MOVIMENTO         PIC 9(07) COMP VALUE ZERO.
001720*****************************************************
001730*  ALERTS ALREADY RAISED, INSIDE THE HORIZON OF THIS
001740*  RUN: RULE, ACCOUNT AND KEY (THE TRANSACTION ID FOR
001750*  V AND F, THE DAY FOR P).
001760*****************************************************
001770 77  WS-MAXIMO-ALERTADOS      PIC 9(04) COMP VALUE 5000.
001780 77  WS-ALERTADO-QTD          PIC 9(04) COMP VALUE ZERO.
001790 77  WS-ALERTADO-REGRA        PIC X(01) VALUE SPACE.
001800 77  WS-ALERTADO-CONTA        PIC 9(08) VALUE ZERO.
001810 77  WS-ALERTADO-CHAVE        PIC 9(08) VALUE ZERO.
001820 77  WS-ID-IDX                PIC 9(02) COMP VALUE ZERO.
001830 77  WS-POS-ID                PIC 9(02) COMP VALUE ZERO.
001840 01  WS-TABELA-ALERTADOS.
001850     05  WS-ALT-ENTRADA OCCURS 5000 TIMES
001860             INDEXED BY WS-ALT-IDX.
001870         10  WS-ALT-REGRA     PIC X(01).
001880         10  WS-ALT-CONTA     PIC 9(08).
001890         10  WS-ALT-CHAVE     PIC 9(08).
001900*****************************************************
001910*  RULE F - THE MOVEMENTS JUST UNDER THE LIMIT INSIDE
001920*  THE WINDOW, GROUPED BY ACCOUNT AFTER THE SWEEP.
001930*****************************************************
001940 77  WS-MAXIMO-FRACION        PIC 9(04) COMP VALUE 5000.
001950 77  WS-FRACION-QTD           PIC 9(04) COMP VALUE ZERO.
001960 01  WS-TABELA-FRACION.
001970     05  WS-FRA-ENTRADA OCCURS 5000 TIMES
001980             INDEXED BY WS-FRA-IDX WS-FRA-IDX2.
001990         10  WS-FRA-CONTA     PIC 9(08).
002000         10  WS-FRA-ID        PIC 9(06).
002010         10  WS-FRA-VALOR     PIC S9(13)V99 COMP-3.
002020         10  WS-FRA-AGRUPADO  PIC X(01).
002030 77  WS-GRUPO-CONTA           PIC 9(08) VALUE ZERO.
002040 77  WS-GRUPO-QTD             PIC 9(05) COMP VALUE ZERO.
002050 77  WS-GRUPO-SOMA            PIC S9(13)V99 COMP-3 VALUE ZERO.
002060*****************************************************
002070*  RULE P - PER ACCOUNT, THE DATE'S COUNT, VOLUME AND
002080*  IDS, AND THE COUNT AND VOLUME OF THE HISTORY DAYS.
002090*****************************************************
002100 77  WS-MAXIMO-CONTAS         PIC 9(04) COMP VALUE 5000.
002110 77  WS-CONTA-QTD             PIC 9(04) COMP VALUE ZERO.
002120 01  WS-TABELA-CONTAS.
002130     05  WS-CTA-ENTRADA OCCURS 5000 TIMES
002140             INDEXED BY WS-CTA-IDX.
002150         10  WS-CTA-CONTA     PIC 9(08).
002160         10  WS-CTA-HOJE-QTD  PIC 9(05) COMP.
002170         10  WS-CTA-HOJE-VOL  PIC S9(13)V99 COMP-3.
002180         10  WS-CTA-HIST-QTD  PIC 9(07) COMP.
002190         10  WS-CTA-HIST-VOL  PIC S9(13)V99 COMP-3.
002200         10  WS-CTA-QTD-IDS   PIC 9(02) COMP.
002210         10  WS-CTA-ID        PIC 9(06) OCCURS 20 TIMES.
002220 77  WS-PRODUTO-DIA           PIC S9(15)V99 COMP-3 VALUE ZERO.
002230 77  WS-PRODUTO-HIST          PIC S9(15)V99 COMP-3 VALUE ZERO.
002240 77  WS-MEDIA-VOLUME          PIC S9(13)V99 COMP-3 VALUE ZERO.
002250 77  WS-PICO-SW               PIC X(01) VALUE "N".
002260     88  WS-HOUVE-PICO                  VALUE "Y".
002270*****************************************************
002280*  RUN TOTALS
002290*****************************************************
002300 77  WS-CONT-LIDOS            PIC 9(07) COMP VALUE ZERO.
002310 77  WS-CONT-INVALIDOS        PIC 9(07) COMP VALUE ZERO.
002320 77  WS-CONT-ALERTAS-V        PIC 9(05) COMP VALUE ZERO.
002330 77  WS-CONT-ALERTAS-F        PIC 9(05) COMP VALUE ZERO.
002340 77  WS-CONT-ALERTAS-P        PIC 9(05) COMP VALUE ZERO.
002350 77  WS-CONT-REPETIDOS        PIC 9(05) COMP VALUE ZERO.
002360 77  WS-CONT-SECAO            PIC 9(05) COMP VALUE ZERO.
002370*****************************************************
002380*  PAGE CONTROL AND PRINT LINES
002390*****************************************************
002400 77  WS-LINHAS-POR-PAGINA     PIC 9(02) COMP VALUE 55.
002410 77  WS-CONTADOR-LINHAS       PIC 9(02) COMP VALUE ZERO.
002420 77  WS-CONTADOR-PAGINAS      PIC 9(05) COMP VALUE ZERO.
002430 77  WS-TITULO-SECAO          PIC X(44) VALUE SPACES.
002440 01  WS-CABECALHO-1.
002450     05  FILLER               PIC X(34) VALUE
002460         "VIGILANCIA DE MOVIMENTACOES       ".
002470     05  FILLER               PIC X(06) VALUE "DATA: ".
002480     05  WS-CAB-DATA          PIC 9(08).
002490     05  FILLER               PIC X(10) VALUE "  PAGINA: ".
002500     05  WS-CAB-PAGINA        PIC ZZZZ9.
002510 01  WS-CABECALHO-2.
002520     05  FILLER               PIC X(02) VALUE SPACES.
002530     05  WS-CAB-SECAO         PIC X(44).
002540 01  WS-CABECALHO-3.
002550     05  FILLER               PIC X(112) VALUE ALL "-".
002560 01  WS-LINHA-ALERTA.
002570     05  FILLER               PIC X(02) VALUE SPACES.
002580     05  FILLER               PIC X(06) VALUE "REGRA ".
002590     05  WS-ALE-REGRA         PIC X(01).
002600     05  FILLER               PIC X(08) VALUE "  CONTA ".
002610     05  WS-ALE-CONTA         PIC 9(08).
002620     05  FILLER               PIC X(07) VALUE "  DATA ".
002630     05  WS-ALE-DATA          PIC 9(08).
002640     05  FILLER               PIC X(09) VALUE "  MOVTOS ".
002650     05  WS-ALE-QTD           PIC ZZ9.
002660     05  FILLER               PIC X(08) VALUE "  VALOR ".
002670     05  WS-ALE-VALOR         PIC -Z(10)9.99.
002680     05  FILLER               PIC X(13) VALUE "  REFERENCIA ".
002690     05  WS-ALE-REFERENCIA    PIC -Z(10)9.99.
002700 01  WS-LINHA-IDS.
002710     05  FILLER               PIC X(10) VALUE SPACES.
002720     05  FILLER               PIC X(05) VALUE "IDS: ".
002730     05  WS-IDS-LISTA.
002740         10  WS-IDS-ENTRADA OCCURS 10 TIMES.
002750             15  WS-IDS-ID    PIC 9(06).
002760             15  FILLER       PIC X(01).
002770 01  WS-LINHA-TEXTO.
002780     05  FILLER               PIC X(02) VALUE SPACES.
002790     05  WS-TXT-TEXTO         PIC X(70).
002800*****************************************************
002810*  CYCLE RUN LEDGER (EXECLOG)
002820*****************************************************
002830 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
002840 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
002850 77  WS-EXECLOG-EOF-SW        PIC X(01) VALUE "N".
002860     88  WS-FIM-EXECLOG                VALUE "Y".
002870 77  WS-PRE-PROGRAMA          PIC X(08) VALUE SPACES.
002880 77  WS-PRE-SITUACAO          PIC X(01) VALUE SPACE.
002890     88  WS-PRE-NAO-EXECUTADO          VALUE SPACE.
002900     88  WS-PRE-EM-ANDAMENTO           VALUE "I".
002910     88  WS-PRE-CONCLUIDO              VALUE "F".
002920 77  WS-PRE-RC                PIC 9(02) VALUE ZERO.
002930 01  WS-EL-HORA-SISTEMA.
002940     05  WS-EL-HHMMSS         PIC 9(06).
002950     05  FILLER               PIC 9(02).
002960 01  WS-PRE-REFERENCIA        PIC 9(08) VALUE ZERO.
002970 01  WS-PRE-REF-PARTES REDEFINES WS-PRE-REFERENCIA.
002980     05  WS-PRE-REF-PERIODO   PIC 9(06).
002990     05  WS-PRE-REF-DIA       PIC 9(02).
003000 01  WS-PRE-MENSAGEM.
003010     05  WS-PM-PROGRAMA       PIC X(08).
003020     05  FILLER               PIC X(01) VALUE SPACE.
003030     05  WS-PM-REFERENCIA     PIC 9(08).
003040     05  FILLER               PIC X(01) VALUE SPACE.
003050     05  WS-PM-ESTADO         PIC X(12).
003060     05  WS-PM-ESTADO-RC REDEFINES WS-PM-ESTADO.
003070         10  FILLER           PIC X(03).
003080         10  WS-PM-RC         PIC 9(02).
003090         10  FILLER           PIC X(07).
003100     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
003110
003120 PROCEDURE DIVISION.
003130*****************************************************
003140*  INICIALIZACAO - READS THE PARAMETER CARD, CHECKS
003150*  THE POSTING RUN OF THE DATE HAS ENDED, LOADS
003160*  THE ALERTS ALREADY RAISED, SWEEPS THE EXTRACT
003170*  HISTORY (RULE V FIRES AS IT GOES) AND THEN JUDGES
003180*  RULES F AND P OVER WHAT THE SWEEP GATHERED.
003190*****************************************************
003200 INICIALIZACAO.
003210     ACCEPT WS-DATA-ALERTA FROM DATE YYYYMMDD.
003220     PERFORM LE-PARAMETROS.
003230     PERFORM VERIFICA-PRE-REQUISITOS.
003240     PERFORM REGISTRA-INICIO.
003250     PERFORM CARREGA-ALERTADOS.
003260     PERFORM ABRE-SAIDAS.
003270     MOVE "REGRA V - VALOR ACIMA DO LIMITE REPORTAVEL"
003280         TO WS-TITULO-SECAO.
003290     PERFORM INICIA-SECAO.
003300     PERFORM VARRE-EXTRATO-ARQUIVADO.
003310     PERFORM VARRE-EXTRATO-VIVO.
003320     PERFORM ENCERRA-SECAO.
003330     MOVE "REGRA F - FRACIONAMENTO SOB O LIMITE"
003340         TO WS-TITULO-SECAO.
003350     PERFORM INICIA-SECAO.
003360     PERFORM AVALIA-FRACIONAMENTO.
003370     PERFORM ENCERRA-SECAO.
003380     MOVE "REGRA P - PICO SOBRE A MEDIA DA CONTA"
003390         TO WS-TITULO-SECAO.
003400     PERFORM INICIA-SECAO.
003410     PERFORM AVALIA-PICOS.
003420     PERFORM ENCERRA-SECAO.
003430     PERFORM FINALIZA-PROGRAMA.
003440
003450*****************************************************
003460*  LE-PARAMETROS - THE CARD MUST BE PRESENT AND EVERY
003470*  FIELD SENSIBLE: SURVEILLANCE RUN ON A GUESSED
003480*  THRESHOLD IS WORSE THAN NO RUN AT ALL.
003490*****************************************************
003500 LE-PARAMETROS.
003510     OPEN INPUT VIGPARM.
003520     IF WS-VIGPARM-STATUS NOT = "00"
003530         DISPLAY "ERRO - CARTAO DE PARAMETROS (VIGPARM) "
003540             "INDISPONIVEL, STATUS " WS-VIGPARM-STATUS
003550         MOVE 12 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580     READ VIGPARM
003590         AT END
003600             DISPLAY "ERRO - CARTAO DE PARAMETROS VAZIO"
003610             CLOSE VIGPARM
003620             MOVE 12 TO RETURN-CODE
003630             STOP RUN
003640     END-READ.
003650     CLOSE VIGPARM.
003660     IF PV-DATA-PROCESSAMENTO NOT NUMERIC
003670         OR PV-DATA-MM < "01" OR PV-DATA-MM > "12"
003680         OR PV-DATA-DD < "01" OR PV-DATA-DD > "31"
003690         DISPLAY "ERRO - DATA EM REVISAO INVALIDA"
003700         MOVE 12 TO RETURN-CODE
003710         STOP RUN
003720     END-IF.
003730     IF PV-LIMITE-REPORTAVEL NOT NUMERIC
003740         OR PV-LIMITE-REPORTAVEL = ZERO
003750         OR PV-PCT-FAIXA-FRACION NOT NUMERIC
003760         OR PV-PCT-FAIXA-FRACION = ZERO
003770         OR PV-PCT-FAIXA-FRACION > 99
003780         OR PV-MINIMO-FRACION NOT NUMERIC
003790         OR PV-MINIMO-FRACION < 2
003800         OR PV-JANELA-DIAS NOT NUMERIC
003810         OR PV-JANELA-DIAS = ZERO
003820         OR PV-DIAS-HISTORICO NOT NUMERIC
003830         OR PV-DIAS-HISTORICO = ZERO
003840         OR PV-FATOR-PICO NOT NUMERIC
003850         OR PV-FATOR-PICO NOT > 1
003860         OR PV-MINIMO-PICO NOT NUMERIC
003870         OR PV-MINIMO-PICO = ZERO
003880         DISPLAY "ERRO - LIMITES DO CARTAO DE PARAMETROS "
003890             "INVALIDOS"
003900         MOVE 12 TO RETURN-CODE
003910         STOP RUN
003920     END-IF.
003930     MOVE PV-LIMITE-REPORTAVEL TO WS-LIMITE.
003940     MULTIPLY WS-LIMITE BY PV-PCT-FAIXA-FRACION
003950         GIVING WS-FAIXA-INFERIOR.
003960     DIVIDE 100 INTO WS-FAIXA-INFERIOR.
003970     MOVE PV-DATA-PROCESSAMENTO TO WS-DN-DATA.
003980     PERFORM CALCULA-DIA-ABSOLUTO.
003990     MOVE WS-DN-DIAS TO WS-DIA-REVISAO.
004000     SUBTRACT PV-JANELA-DIAS FROM WS-DIA-REVISAO
004010         GIVING WS-DIA-INICIO-JANELA.
004020     ADD 1 TO WS-DIA-INICIO-JANELA.
004030     SUBTRACT PV-DIAS-HISTORICO FROM WS-DIA-REVISAO
004040         GIVING WS-DIA-INICIO-HISTORICO.
004050     IF WS-DIA-INICIO-JANELA < WS-DIA-INICIO-HISTORICO
004060         MOVE WS-DIA-INICIO-JANELA TO WS-DIA-HORIZONTE
004070     ELSE
004080         MOVE WS-DIA-INICIO-HISTORICO TO WS-DIA-HORIZONTE
004090     END-IF.
004100
004110*****************************************************
004120*  CALCULA-DIA-ABSOLUTO - WS-DN-DATA TO WS-DN-DIAS.
004130*  WHOLE YEARS BEFORE THE DATE AT 365 DAYS PLUS ONE
004140*  PER LEAP YEAR, THE DAYS OF THE MONTHS BEFORE IT,
004150*  THE DAY ITSELF, AND 29 FEBRUARY WHEN THE DATE IS
004160*  PAST IT IN A LEAP YEAR.  THE CALLER HAS VALIDATED
004170*  THE MONTH.
004180*****************************************************
004190 CALCULA-DIA-ABSOLUTO.
004200     SUBTRACT 1 FROM WS-DN-AAAA GIVING WS-DN-ANOS.
004210     MULTIPLY WS-DN-ANOS BY 365 GIVING WS-DN-DIAS.
004220     DIVIDE WS-DN-ANOS BY 4 GIVING WS-DN-QUOCIENTE.
004230     ADD WS-DN-QUOCIENTE TO WS-DN-DIAS.
004240     DIVIDE WS-DN-ANOS BY 100 GIVING WS-DN-QUOCIENTE.
004250     SUBTRACT WS-DN-QUOCIENTE FROM WS-DN-DIAS.
004260     DIVIDE WS-DN-ANOS BY 400 GIVING WS-DN-QUOCIENTE.
004270     ADD WS-DN-QUOCIENTE TO WS-DN-DIAS.
004280     ADD WS-DIAS-ANTES-MES (WS-DN-MM) TO WS-DN-DIAS.
004290     ADD WS-DN-DD TO WS-DN-DIAS.
004300     IF WS-DN-MM > 2
004310         DIVIDE WS-DN-AAAA BY 4 GIVING WS-DN-QUOCIENTE
004320             REMAINDER WS-DN-RESTO-4
004330         DIVIDE WS-DN-AAAA BY 100 GIVING WS-DN-QUOCIENTE
004340             REMAINDER WS-DN-RESTO-100
004350         DIVIDE WS-DN-AAAA BY 400 GIVING WS-DN-QUOCIENTE
004360             REMAINDER WS-DN-RESTO-400
004370         IF WS-DN-RESTO-4 = ZERO
004380             AND (WS-DN-RESTO-100 NOT = ZERO
004390                  OR WS-DN-RESTO-400 = ZERO)
004400             ADD 1 TO WS-DN-DIAS
004410         END-IF
004420     END-IF.
004430
004440*****************************************************
004450*  VALIDA-DATA-DN - A DATE FROM A FILE IS ONLY TURNED
004460*  INTO A DAY NUMBER WHEN IT IS NUMERIC WITH A REAL
004470*  MONTH AND DAY; OTHERWISE WS-DATA-INVALIDA IS SET.
004480*****************************************************
004490 VALIDA-DATA-DN.
004500     MOVE "N" TO WS-DATA-SW.
004510     IF WS-DN-DATA NOT NUMERIC
004520         SET WS-DATA-INVALIDA TO TRUE
004530     ELSE
004540         IF WS-DN-MM < 1 OR WS-DN-MM > 12
004550             OR WS-DN-DD < 1 OR WS-DN-DD > 31
004560             SET WS-DATA-INVALIDA TO TRUE
004570         ELSE
004580             PERFORM CALCULA-DIA-ABSOLUTO
004590         END-IF
004600     END-IF.
004610
004620*****************************************************
004630*  CARREGA-ALERTADOS - LOADS THE ALERTS ALREADY
004640*  RAISED WHOSE DATE FALLS INSIDE THIS RUN'S HORIZON
004650*  (NOTHING OLDER CAN MEET A MOVEMENT THIS RUN LOOKS
004660*  AT).  NO ALERTS FILE YET MEANS NO ALERT WAS EVER
004670*  RAISED.
004680*****************************************************
004690 CARREGA-ALERTADOS.
004700     MOVE "N" TO WS-EOF-SW.
004710     OPEN INPUT ALERTAS.
004720     IF WS-ALERTAS-STATUS = "35"
004730         DISPLAY "AVISO - ALERTAS INEXISTENTE - PRIMEIRA "
004740             "EXECUCAO"
004750     ELSE
004760         IF WS-ALERTAS-STATUS NOT = "00"
004770             DISPLAY "ERRO AO ABRIR ALERTAS, STATUS "
004780                 WS-ALERTAS-STATUS
004790             MOVE 12 TO RETURN-CODE
004800             STOP RUN
004810         END-IF
004820         PERFORM LE-ALERTA
004830         PERFORM GUARDA-UM-ALERTA
004840             UNTIL WS-FIM-ARQUIVO
004850         CLOSE ALERTAS
004860     END-IF.
004870
004880 LE-ALERTA.
004890     READ ALERTAS
004900         AT END
004910             SET WS-FIM-ARQUIVO TO TRUE
004920     END-READ.
004930
004940 GUARDA-UM-ALERTA.
004950     MOVE AL-DATA-MOVIMENTO TO WS-DN-DATA.
004960     PERFORM VALIDA-DATA-DN.
004970     IF NOT WS-DATA-INVALIDA
004980         AND WS-DN-DIAS >= WS-DIA-HORIZONTE
004990         AND AL-CONTA NUMERIC
005000         MOVE AL-REGRA TO WS-ALERTADO-REGRA
005010         MOVE AL-CONTA TO WS-ALERTADO-CONTA
005020         IF AL-REGRA-PICO
005030             MOVE AL-DATA-MOVIMENTO TO WS-ALERTADO-CHAVE
005040             PERFORM ANOTA-ALERTADO
005050         ELSE
005060             IF AL-QTD-IDS NUMERIC
005070                 PERFORM GUARDA-ID-ALERTA
005080                     VARYING WS-ID-IDX FROM 1 BY 1
005090                     UNTIL WS-ID-IDX > AL-QTD-IDS
005100                        OR WS-ID-IDX > 20
005110             END-IF
005120         END-IF
005130     END-IF.
005140     PERFORM LE-ALERTA.
005150
005160 GUARDA-ID-ALERTA.
005170     IF AL-ID-TRANSACAO (WS-ID-IDX) NUMERIC
005180         MOVE AL-ID-TRANSACAO (WS-ID-IDX)
005190             TO WS-ALERTADO-CHAVE
005200         PERFORM ANOTA-ALERTADO
005210     END-IF.
005220
005230*****************************************************
005240*  ANOTA-ALERTADO - ONE RULE/ACCOUNT/KEY INTO THE
005250*  TABLE OF WHAT HAS ALREADY ALERTED.
005260*****************************************************
005270 ANOTA-ALERTADO.
005280     IF WS-ALERTADO-QTD >= WS-MAXIMO-ALERTADOS
005290         SET WS-TABELA-CHEIA TO TRUE
005300     ELSE
005310         ADD 1 TO WS-ALERTADO-QTD
005320         SET WS-ALT-IDX TO WS-ALERTADO-QTD
005330         MOVE WS-ALERTADO-REGRA TO WS-ALT-REGRA (WS-ALT-IDX)
005340         MOVE WS-ALERTADO-CONTA TO WS-ALT-CONTA (WS-ALT-IDX)
005350         MOVE WS-ALERTADO-CHAVE TO WS-ALT-CHAVE (WS-ALT-IDX)
005360     END-IF.
005370
005380*****************************************************
005390*  PROCURA-ALERTADO - SETS WS-JA-ALERTADO WHEN THE
005400*  RULE/ACCOUNT/KEY IN WS-ALERTADO-xxx HAS ALREADY
005410*  ALERTED.
005420*****************************************************
005430 PROCURA-ALERTADO.
005440     MOVE "N" TO WS-ALERTADO-SW.
005450     SET WS-ALT-IDX TO 1.
005460     SEARCH WS-ALT-ENTRADA
005470         AT END
005480             CONTINUE
005490         WHEN WS-ALT-IDX > WS-ALERTADO-QTD
005500             CONTINUE
005510         WHEN WS-ALT-REGRA (WS-ALT-IDX) = WS-ALERTADO-REGRA
005520             AND WS-ALT-CONTA (WS-ALT-IDX)
005530                 = WS-ALERTADO-CONTA
005540             AND WS-ALT-CHAVE (WS-ALT-IDX)
005550                 = WS-ALERTADO-CHAVE
005560             SET WS-JA-ALERTADO TO TRUE
005570     END-SEARCH.
005580
005590*****************************************************
005600*  ABRE-SAIDAS - THE ALERTS FILE IS PERMANENT HISTORY
005610*  AND IS APPENDED TO, CREATED ONLY ON A FIRST-EVER
005620*  RUN; THE REPORT IS CUT FRESH.
005630*****************************************************
005640 ABRE-SAIDAS.
005650     OPEN EXTEND ALERTAS.
005660     IF WS-ALERTAS-STATUS = "35" OR "05"
005670         OPEN OUTPUT ALERTAS
005680     END-IF.
005690     IF WS-ALERTAS-STATUS NOT = "00"
005700         DISPLAY "ERRO - ARQUIVO DE ALERTAS INDISPONIVEL, "
005710             "STATUS " WS-ALERTAS-STATUS
005720         MOVE 12 TO RETURN-CODE
005730         STOP RUN
005740     END-IF.
005750     OPEN OUTPUT RELVIG.
005760     IF WS-RELVIG-STATUS NOT = "00"
005770         DISPLAY "ERRO - RELATORIO DE VIGILANCIA (RELVIG) "
005780             "INDISPONIVEL, STATUS " WS-RELVIG-STATUS
005790         CLOSE ALERTAS
005800         MOVE 12 TO RETURN-CODE
005810         STOP RUN
005820     END-IF.
005830
005840*****************************************************
005850*  VARRE-EXTRATO-ARQUIVADO - FEEDS THE ARCHIVED
005860*  EXTRACT.  A MISSING ARCHIVE IS TOLERATED, AS IN
005870*  AULA8; ANY OTHER OPEN FAILURE STOPS THE RUN.
005880*****************************************************
005890 VARRE-EXTRATO-ARQUIVADO.
005900     MOVE "N" TO WS-EOF-SW.
005910     OPEN INPUT EXTARQ.
005920     IF WS-EXTARQ-STATUS = "35"
005930         DISPLAY "AVISO - EXTARQ AUSENTE - SOMENTE O "
005940             "EXTRATO VIVO SERA EXAMINADO"
005950     ELSE
005960         IF WS-EXTARQ-STATUS NOT = "00"
005970             DISPLAY "ERRO AO ABRIR EXTARQ, STATUS "
005980                 WS-EXTARQ-STATUS
005990             MOVE 12 TO RETURN-CODE
006000             STOP RUN
006010         END-IF
006020         PERFORM LE-ARQUIVADO
006030         PERFORM EXAMINA-UM-ARQUIVADO
006040             UNTIL WS-FIM-ARQUIVO
006050         CLOSE EXTARQ
006060     END-IF.
006070
006080 LE-ARQUIVADO.
006090     READ EXTARQ
006100         AT END
006110             SET WS-FIM-ARQUIVO TO TRUE
006120     END-READ.
006130
006140 EXAMINA-UM-ARQUIVADO.
006150     MOVE EA-REGISTRO-EXTRATO TO WX-REGISTRO-EXTRATO.
006160     PERFORM EXAMINA-REGISTRO-EXTRATO.
006170     PERFORM LE-ARQUIVADO.
006180
006190*****************************************************
006200*  VARRE-EXTRATO-VIVO - FEEDS THE LIVE EXTRACT, WHICH
006210*  MUST EXIST.
006220*****************************************************
006230 VARRE-EXTRATO-VIVO.
006240     MOVE "N" TO WS-EOF-SW.
006250     OPEN INPUT EXTRATFILE.
006260     IF WS-EXTRATFILE-STATUS NOT = "00"
006270         DISPLAY "ERRO AO ABRIR EXTRATFILE, STATUS "
006280             WS-EXTRATFILE-STATUS
006290         MOVE 12 TO RETURN-CODE
006300         STOP RUN
006310     END-IF.
006320     PERFORM LE-EXTRATO.
006330     PERFORM EXAMINA-UM-EXTRATO
006340         UNTIL WS-FIM-ARQUIVO.
006350     CLOSE EXTRATFILE.
006360
006370 LE-EXTRATO.
006380     READ EXTRATFILE
006390         AT END
006400             SET WS-FIM-ARQUIVO TO TRUE
006410     END-READ.
006420
006430 EXAMINA-UM-EXTRATO.
006440     MOVE EX-REGISTRO-EXTRATO TO WX-REGISTRO-EXTRATO.
006450     PERFORM EXAMINA-REGISTRO-EXTRATO.
006460     PERFORM LE-EXTRATO.
006470
006480*****************************************************
006490*  EXAMINA-REGISTRO-EXTRATO - ONE EXTRACT RECORD.
006500*  A RECORD WHOSE DATE, ACCOUNT OR AMOUNT CANNOT BE
006510*  READ IS COUNTED, NOT GUESSED AT.  MOVEMENTS AFTER
006520*  THE DATE UNDER REVIEW OR BEFORE THE HORIZON, AND
006530*  REVERSAL LINES, ARE PASSED OVER.  WHAT IS LEFT
006540*  FEEDS RULE V (THE DATE ONLY), THE RULE F TABLE
006550*  (INSIDE THE WINDOW, JUST UNDER THE LIMIT) AND THE
006560*  RULE P ACCOUNT TABLE.
006570*****************************************************
006580 EXAMINA-REGISTRO-EXTRATO.
006590     ADD 1 TO WS-CONT-LIDOS.
006600     MOVE WX-DATA TO WS-DN-DATA.
006610     PERFORM VALIDA-DATA-DN.
006620     IF WS-DATA-INVALIDA
006630         OR WX-CONTA NOT NUMERIC
006640         OR WX-CONTA = ZERO
006650         OR WX-RESULTADO-BASE NOT NUMERIC
006660         ADD 1 TO WS-CONT-INVALIDOS
006670     ELSE
006680         MOVE WS-DN-DIAS TO WS-DIA-MOVIMENTO
006690         IF WS-DIA-MOVIMENTO NOT > WS-DIA-REVISAO
006700             AND WS-DIA-MOVIMENTO >= WS-DIA-HORIZONTE
006710             AND NOT WX-MOVIMENTO-ESTORNO
006720             IF WX-RESULTADO-BASE < ZERO
006730                 SUBTRACT WX-RESULTADO-BASE FROM ZERO
006740                     GIVING WS-VALOR
006750             ELSE
006760                 MOVE WX-RESULTADO-BASE TO WS-VALOR
006770             END-IF
006780             IF WS-DIA-MOVIMENTO = WS-DIA-REVISAO
006790                 AND WS-VALOR > WS-LIMITE
006800                 PERFORM ALERTA-VALOR
006810             END-IF
006820             IF WS-DIA-MOVIMENTO >= WS-DIA-INICIO-JANELA
006830                 AND WS-VALOR >= WS-FAIXA-INFERIOR
006840                 AND WS-VALOR NOT > WS-LIMITE
006850                 PERFORM GUARDA-FRACIONAMENTO
006860             END-IF
006870             PERFORM ACUMULA-CONTA
006880         END-IF
006890     END-IF.
006900
006910*****************************************************
006920*  ALERTA-VALOR - RULE V FOR THE MOVEMENT IN HAND.
006930*****************************************************
006940 ALERTA-VALOR.
006950     MOVE "V" TO WS-ALERTADO-REGRA.
006960     MOVE WX-CONTA TO WS-ALERTADO-CONTA.
006970     MOVE WX-ID-TRANSACAO TO WS-ALERTADO-CHAVE.
006980     PERFORM PROCURA-ALERTADO.
006990     IF WS-JA-ALERTADO
007000         ADD 1 TO WS-CONT-REPETIDOS
007010     ELSE
007020         MOVE SPACES TO AL-REGISTRO-ALERTA
007030         SET AL-REGRA-VALOR TO TRUE
007040         MOVE WX-CONTA TO AL-CONTA
007050         MOVE WX-DATA TO AL-DATA-MOVIMENTO
007060         MOVE 1 TO AL-QTD-MOVTOS
007070         MOVE WS-VALOR TO AL-VALOR-BASE
007080         MOVE WS-LIMITE TO AL-VALOR-REFERENCIA
007090         MOVE 1 TO AL-QTD-IDS
007100         MOVE WX-ID-TRANSACAO TO AL-ID-TRANSACAO (1)
007110         PERFORM GRAVA-ALERTA
007120         ADD 1 TO WS-CONT-ALERTAS-V
007130     END-IF.
007140
007150*****************************************************
007160*  GUARDA-FRACIONAMENTO - ONE MOVEMENT JUST UNDER THE
007170*  LIMIT INTO THE RULE F TABLE.
007180*****************************************************
007190 GUARDA-FRACIONAMENTO.
007200     IF WS-FRACION-QTD >= WS-MAXIMO-FRACION
007210         SET WS-TABELA-CHEIA TO TRUE
007220     ELSE
007230         ADD 1 TO WS-FRACION-QTD
007240         SET WS-FRA-IDX TO WS-FRACION-QTD
007250         MOVE WX-CONTA TO WS-FRA-CONTA (WS-FRA-IDX)
007260         MOVE WX-ID-TRANSACAO TO WS-FRA-ID (WS-FRA-IDX)
007270         MOVE WS-VALOR TO WS-FRA-VALOR (WS-FRA-IDX)
007280         MOVE "N" TO WS-FRA-AGRUPADO (WS-FRA-IDX)
007290     END-IF.
007300
007310*****************************************************
007320*  ACUMULA-CONTA - THE MOVEMENT INTO ITS ACCOUNT'S
007330*  RULE P ENTRY: THE DATE'S COUNT, VOLUME AND IDS, OR
007340*  THE HISTORY'S COUNT AND VOLUME.  DAYS INSIDE THE
007350*  WINDOW BUT BEFORE THE HISTORY START TAKE NO PART.
007360*****************************************************
007370 ACUMULA-CONTA.
007380     SET WS-CTA-IDX TO 1.
007390     SEARCH WS-CTA-ENTRADA
007400         AT END
007410             SET WS-TABELA-CHEIA TO TRUE
007420         WHEN WS-CTA-IDX > WS-CONTA-QTD
007430             PERFORM RECLAMA-SLOT-CONTA
007440         WHEN WS-CTA-CONTA (WS-CTA-IDX) = WX-CONTA
007450             CONTINUE
007460     END-SEARCH.
007470     IF WS-CTA-IDX NOT > WS-CONTA-QTD
007480         IF WS-DIA-MOVIMENTO = WS-DIA-REVISAO
007490             ADD 1 TO WS-CTA-HOJE-QTD (WS-CTA-IDX)
007500             ADD WS-VALOR TO WS-CTA-HOJE-VOL (WS-CTA-IDX)
007510             IF WS-CTA-QTD-IDS (WS-CTA-IDX) < 20
007520                 ADD 1 TO WS-CTA-QTD-IDS (WS-CTA-IDX)
007530                 MOVE WS-CTA-QTD-IDS (WS-CTA-IDX)
007540                     TO WS-ID-IDX
007550                 MOVE WX-ID-TRANSACAO
007560                     TO WS-CTA-ID (WS-CTA-IDX WS-ID-IDX)
007570             END-IF
007580         ELSE
007590             IF WS-DIA-MOVIMENTO >= WS-DIA-INICIO-HISTORICO
007600                 ADD 1 TO WS-CTA-HIST-QTD (WS-CTA-IDX)
007610                 ADD WS-VALOR TO WS-CTA-HIST-VOL (WS-CTA-IDX)
007620             END-IF
007630         END-IF
007640     END-IF.
007650
007660 RECLAMA-SLOT-CONTA.
007670     IF WS-CONTA-QTD >= WS-MAXIMO-CONTAS
007680         SET WS-TABELA-CHEIA TO TRUE
007690         SET WS-CTA-IDX TO WS-MAXIMO-CONTAS
007700         SET WS-CTA-IDX UP BY 1
007710     ELSE
007720         ADD 1 TO WS-CONTA-QTD
007730         SET WS-CTA-IDX TO WS-CONTA-QTD
007740         MOVE WX-CONTA TO WS-CTA-CONTA (WS-CTA-IDX)
007750         MOVE ZERO TO WS-CTA-HOJE-QTD (WS-CTA-IDX)
007760         MOVE ZERO TO WS-CTA-HOJE-VOL (WS-CTA-IDX)
007770         MOVE ZERO TO WS-CTA-HIST-QTD (WS-CTA-IDX)
007780         MOVE ZERO TO WS-CTA-HIST-VOL (WS-CTA-IDX)
007790         MOVE ZERO TO WS-CTA-QTD-IDS (WS-CTA-IDX)
007800     END-IF.
007810
007820*****************************************************
007830*  AVALIA-FRACIONAMENTO - RULE F.  THE TABLE IS
007840*  GROUPED BY ACCOUNT: THE FIRST UNGROUPED ENTRY
007850*  OPENS A GROUP AND EVERY LATER ENTRY FOR THE SAME
007860*  ACCOUNT JOINS IT.  A GROUP WITH ENOUGH MOVEMENTS,
007870*  SUMMING ABOVE THE LIMIT AND HOLDING AT LEAST ONE
007880*  ID NOT ALREADY IN AN F ALERT FOR THE ACCOUNT,
007890*  ALERTS.  ONLY THE IDS THE ALERT KEEPS (THE FIRST
007900*  20 OF THE GROUP) ARE TESTED, SO A REPEAT ALERT
007910*  ALWAYS SHOWS AN ID NOT SEEN BEFORE.
007920*****************************************************
007930 AVALIA-FRACIONAMENTO.
007940     PERFORM AGRUPA-UMA-CONTA
007950         VARYING WS-FRA-IDX FROM 1 BY 1
007960         UNTIL WS-FRA-IDX > WS-FRACION-QTD.
007970
007980 AGRUPA-UMA-CONTA.
007990     IF WS-FRA-AGRUPADO (WS-FRA-IDX) = "N"
008000         MOVE WS-FRA-CONTA (WS-FRA-IDX) TO WS-GRUPO-CONTA
008010         MOVE ZERO TO WS-GRUPO-QTD
008020         MOVE ZERO TO WS-GRUPO-SOMA
008030         MOVE "N" TO WS-NOVIDADE-SW
008040         MOVE SPACES TO AL-REGISTRO-ALERTA
008050         MOVE ZERO TO AL-QTD-IDS
008060         PERFORM JUNTA-AO-GRUPO
008070             VARYING WS-FRA-IDX2 FROM WS-FRA-IDX BY 1
008080             UNTIL WS-FRA-IDX2 > WS-FRACION-QTD
008090         IF WS-GRUPO-QTD >= PV-MINIMO-FRACION
008100             AND WS-GRUPO-SOMA > WS-LIMITE
008110             IF WS-HA-NOVIDADE
008120                 SET AL-REGRA-FRACIONAMENTO TO TRUE
008130                 MOVE WS-GRUPO-CONTA TO AL-CONTA
008140                 MOVE PV-DATA-PROCESSAMENTO
008150                     TO AL-DATA-MOVIMENTO
008160                 IF WS-GRUPO-QTD > 999
008170                     MOVE 999 TO AL-QTD-MOVTOS
008180                 ELSE
008190                     MOVE WS-GRUPO-QTD TO AL-QTD-MOVTOS
008200                 END-IF
008210                 MOVE WS-GRUPO-SOMA TO AL-VALOR-BASE
008220                 MOVE WS-LIMITE TO AL-VALOR-REFERENCIA
008230                 PERFORM GRAVA-ALERTA
008240                 ADD 1 TO WS-CONT-ALERTAS-F
008250             ELSE
008260                 ADD 1 TO WS-CONT-REPETIDOS
008270             END-IF
008280         END-IF
008290     END-IF.
008300
008310 JUNTA-AO-GRUPO.
008320     IF WS-FRA-AGRUPADO (WS-FRA-IDX2) = "N"
008330         AND WS-FRA-CONTA (WS-FRA-IDX2) = WS-GRUPO-CONTA
008340         MOVE "S" TO WS-FRA-AGRUPADO (WS-FRA-IDX2)
008350         ADD 1 TO WS-GRUPO-QTD
008360         ADD WS-FRA-VALOR (WS-FRA-IDX2) TO WS-GRUPO-SOMA
008370         IF AL-QTD-IDS < 20
008380             ADD 1 TO AL-QTD-IDS
008390             MOVE WS-FRA-ID (WS-FRA-IDX2)
008400                 TO AL-ID-TRANSACAO (AL-QTD-IDS)
008410             MOVE "F" TO WS-ALERTADO-REGRA
008420             MOVE WS-GRUPO-CONTA TO WS-ALERTADO-CONTA
008430             MOVE WS-FRA-ID (WS-FRA-IDX2)
008440                 TO WS-ALERTADO-CHAVE
008450             PERFORM PROCURA-ALERTADO
008460             IF NOT WS-JA-ALERTADO
008470                 SET WS-HA-NOVIDADE TO TRUE
008480             END-IF
008490         END-IF
008500     END-IF.
008510
008520*****************************************************
008530*  AVALIA-PICOS - RULE P, FOR EVERY ACCOUNT THAT
008540*  MOVED ON THE DATE AND HAS HISTORY.  THE DAILY
008550*  AVERAGE IS THE HISTORY TOTAL OVER THE HISTORY
008560*  DAYS, SO "DAY > AVERAGE X FACTOR" IS TESTED AS
008570*  "DAY X DAYS > HISTORY X FACTOR" - NO DIVISION, NO
008580*  ROUNDING.  THE COUNT TEST ALSO NEEDS THE MINIMUM
008590*  NUMBER OF MOVEMENTS ON THE DAY.
008600*****************************************************
008610 AVALIA-PICOS.
008620     PERFORM AVALIA-UMA-CONTA
008630         VARYING WS-CTA-IDX FROM 1 BY 1
008640         UNTIL WS-CTA-IDX > WS-CONTA-QTD.
008650
008660 AVALIA-UMA-CONTA.
008670     MOVE "N" TO WS-PICO-SW.
008680     IF WS-CTA-HOJE-QTD (WS-CTA-IDX) > ZERO
008690         AND WS-CTA-HIST-QTD (WS-CTA-IDX) > ZERO
008700         IF WS-CTA-HOJE-QTD (WS-CTA-IDX) >= PV-MINIMO-PICO
008710             MULTIPLY WS-CTA-HOJE-QTD (WS-CTA-IDX)
008720                 BY PV-DIAS-HISTORICO GIVING WS-PRODUTO-DIA
008730             MULTIPLY WS-CTA-HIST-QTD (WS-CTA-IDX)
008740                 BY PV-FATOR-PICO GIVING WS-PRODUTO-HIST
008750             IF WS-PRODUTO-DIA > WS-PRODUTO-HIST
008760                 SET WS-HOUVE-PICO TO TRUE
008770             END-IF
008780         END-IF
008790         MULTIPLY WS-CTA-HOJE-VOL (WS-CTA-IDX)
008800             BY PV-DIAS-HISTORICO GIVING WS-PRODUTO-DIA
008810         MULTIPLY WS-CTA-HIST-VOL (WS-CTA-IDX)
008820             BY PV-FATOR-PICO GIVING WS-PRODUTO-HIST
008830         IF WS-PRODUTO-DIA > WS-PRODUTO-HIST
008840             SET WS-HOUVE-PICO TO TRUE
008850         END-IF
008860     END-IF.
008870     IF WS-HOUVE-PICO
008880         PERFORM ALERTA-PICO
008890     END-IF.
008900
008910 ALERTA-PICO.
008920     MOVE "P" TO WS-ALERTADO-REGRA.
008930     MOVE WS-CTA-CONTA (WS-CTA-IDX) TO WS-ALERTADO-CONTA.
008940     MOVE PV-DATA-PROCESSAMENTO TO WS-ALERTADO-CHAVE.
008950     PERFORM PROCURA-ALERTADO.
008960     IF WS-JA-ALERTADO
008970         ADD 1 TO WS-CONT-REPETIDOS
008980     ELSE
008990         MOVE SPACES TO AL-REGISTRO-ALERTA
009000         SET AL-REGRA-PICO TO TRUE
009010         MOVE WS-CTA-CONTA (WS-CTA-IDX) TO AL-CONTA
009020         MOVE PV-DATA-PROCESSAMENTO TO AL-DATA-MOVIMENTO
009030         IF WS-CTA-HOJE-QTD (WS-CTA-IDX) > 999
009040             MOVE 999 TO AL-QTD-MOVTOS
009050         ELSE
009060             MOVE WS-CTA-HOJE-QTD (WS-CTA-IDX)
009070                 TO AL-QTD-MOVTOS
009080         END-IF
009090         MOVE WS-CTA-HOJE-VOL (WS-CTA-IDX) TO AL-VALOR-BASE
009100         DIVIDE WS-CTA-HIST-VOL (WS-CTA-IDX)
009110             BY PV-DIAS-HISTORICO GIVING WS-MEDIA-VOLUME
009120             ROUNDED
009130         MOVE WS-MEDIA-VOLUME TO AL-VALOR-REFERENCIA
009140         MOVE WS-CTA-QTD-IDS (WS-CTA-IDX) TO AL-QTD-IDS
009150         PERFORM COPIA-ID-CONTA
009160             VARYING WS-ID-IDX FROM 1 BY 1
009170             UNTIL WS-ID-IDX > AL-QTD-IDS
009180         PERFORM GRAVA-ALERTA
009190         ADD 1 TO WS-CONT-ALERTAS-P
009200     END-IF.
009210
009220 COPIA-ID-CONTA.
009230     MOVE WS-CTA-ID (WS-CTA-IDX WS-ID-IDX)
009240         TO AL-ID-TRANSACAO (WS-ID-IDX).
009250
009260*****************************************************
009270*  GRAVA-ALERTA - APPENDS THE ALERT THE CALLER HAS
009280*  BUILT IN THE RECORD AREA (UNUSED ID SLOTS ZERO),
009290*  PRINTS IT, AND REMEMBERS ITS KEYS SO THE SAME RUN
009300*  NEVER RAISES IT TWICE.
009310*****************************************************
009320 GRAVA-ALERTA.
009330     MOVE WS-DATA-ALERTA TO AL-DATA-ALERTA.
009340     PERFORM ZERA-ID-LIVRE
009350         VARYING WS-ID-IDX FROM 1 BY 1
009360         UNTIL WS-ID-IDX > 20.
009370     WRITE AL-REGISTRO-ALERTA.
009380     ADD 1 TO WS-CONT-SECAO.
009390     PERFORM IMPRIME-ALERTA.
009400     MOVE AL-REGRA TO WS-ALERTADO-REGRA.
009410     MOVE AL-CONTA TO WS-ALERTADO-CONTA.
009420     IF AL-REGRA-PICO
009430         MOVE AL-DATA-MOVIMENTO TO WS-ALERTADO-CHAVE
009440         PERFORM ANOTA-ALERTADO
009450     ELSE
009460         PERFORM GUARDA-ID-ALERTA
009470             VARYING WS-ID-IDX FROM 1 BY 1
009480             UNTIL WS-ID-IDX > AL-QTD-IDS
009490     END-IF.
009500
009510 ZERA-ID-LIVRE.
009520     IF WS-ID-IDX > AL-QTD-IDS
009530         MOVE ZERO TO AL-ID-TRANSACAO (WS-ID-IDX)
009540     END-IF.
009550
009560*****************************************************
009570*  IMPRIME-CABECALHO / QUEBRA-SE-CHEIA - PAGE
009580*  HEADING AND OVERFLOW, AS IN AULA10.
009590*****************************************************
009600 IMPRIME-CABECALHO.
009610     ADD 1 TO WS-CONTADOR-PAGINAS.
009620     MOVE PV-DATA-PROCESSAMENTO TO WS-CAB-DATA.
009630     MOVE WS-CONTADOR-PAGINAS TO WS-CAB-PAGINA.
009640     IF WS-CONTADOR-PAGINAS = 1
009650         WRITE REL-REGISTRO FROM WS-CABECALHO-1
009660             AFTER ADVANCING 1 LINE
009670     ELSE
009680         WRITE REL-REGISTRO FROM WS-CABECALHO-1
009690             AFTER ADVANCING PAGE
009700     END-IF.
009710     MOVE WS-TITULO-SECAO TO WS-CAB-SECAO.
009720     WRITE REL-REGISTRO FROM WS-CABECALHO-2
009730         AFTER ADVANCING 2 LINES.
009740     WRITE REL-REGISTRO FROM WS-CABECALHO-3
009750         AFTER ADVANCING 1 LINE.
009760     MOVE 4 TO WS-CONTADOR-LINHAS.
009770
009780 INICIA-SECAO.
009790     MOVE ZERO TO WS-CONT-SECAO.
009800     PERFORM IMPRIME-CABECALHO.
009810
009820 ENCERRA-SECAO.
009830     IF WS-CONTADOR-LINHAS + 1 >= WS-LINHAS-POR-PAGINA
009840         PERFORM IMPRIME-CABECALHO
009850     END-IF.
009860     IF WS-CONT-SECAO = ZERO
009870         MOVE "NENHUM ALERTA NOVO" TO WS-TXT-TEXTO
009880         WRITE REL-REGISTRO FROM WS-LINHA-TEXTO
009890             AFTER ADVANCING 1 LINE
009900     END-IF.
009910
009920*****************************************************
009930*  IMPRIME-ALERTA - THE ALERT LINE, THEN ITS IDS TEN
009940*  TO A LINE.
009950*****************************************************
009960 IMPRIME-ALERTA.
009970     IF WS-CONTADOR-LINHAS + 2 >= WS-LINHAS-POR-PAGINA
009980         PERFORM IMPRIME-CABECALHO
009990     END-IF.
010000     MOVE AL-REGRA TO WS-ALE-REGRA.
010010     MOVE AL-CONTA TO WS-ALE-CONTA.
010020     MOVE AL-DATA-MOVIMENTO TO WS-ALE-DATA.
010030     MOVE AL-QTD-MOVTOS TO WS-ALE-QTD.
010040     MOVE AL-VALOR-BASE TO WS-ALE-VALOR.
010050     MOVE AL-VALOR-REFERENCIA TO WS-ALE-REFERENCIA.
010060     WRITE REL-REGISTRO FROM WS-LINHA-ALERTA
010070         AFTER ADVANCING 1 LINE.
010080     ADD 1 TO WS-CONTADOR-LINHAS.
010090     MOVE SPACES TO WS-IDS-LISTA.
010100     PERFORM MONTA-ID-IMPRESSO
010110         VARYING WS-ID-IDX FROM 1 BY 1
010120         UNTIL WS-ID-IDX > AL-QTD-IDS.
010130     IF AL-QTD-IDS > ZERO
010140         AND AL-QTD-IDS NOT = 10
010150         AND AL-QTD-IDS NOT = 20
010160         PERFORM IMPRIME-LINHA-IDS
010170     END-IF.
010180
010190 MONTA-ID-IMPRESSO.
010200     IF WS-ID-IDX > 10
010210         SUBTRACT 10 FROM WS-ID-IDX GIVING WS-POS-ID
010220     ELSE
010230         MOVE WS-ID-IDX TO WS-POS-ID
010240     END-IF.
010250     MOVE AL-ID-TRANSACAO (WS-ID-IDX)
010260         TO WS-IDS-ID (WS-POS-ID).
010270     IF WS-ID-IDX = 10 OR WS-ID-IDX = 20
010280         PERFORM IMPRIME-LINHA-IDS
010290     END-IF.
010300
010310 IMPRIME-LINHA-IDS.
010320     WRITE REL-REGISTRO FROM WS-LINHA-IDS
010330         AFTER ADVANCING 1 LINE.
010340     ADD 1 TO WS-CONTADOR-LINHAS.
010350     MOVE SPACES TO WS-IDS-LISTA.
010360
010370*****************************************************
010380*  FINALIZA-PROGRAMA - SUMMARY AND RETURN CODE: 0 =
010390*  NOTHING NEW, 4 = NEW ALERTS TO WORK, OR HISTORY
010400*  THAT COULD NOT BE READ OR HELD.
010410*****************************************************
010420 FINALIZA-PROGRAMA.
010430     CLOSE ALERTAS RELVIG.
010440     DISPLAY "----------------------------------------".
010450     DISPLAY "RESUMO DA VIGILANCIA - DATA "
010460         PV-DATA-PROCESSAMENTO.
010470     DISPLAY "REGISTROS LIDOS      : " WS-CONT-LIDOS.
010480     DISPLAY "REGISTROS INVALIDOS  : " WS-CONT-INVALIDOS.
010490     DISPLAY "ALERTAS V (VALOR)    : " WS-CONT-ALERTAS-V.
010500     DISPLAY "ALERTAS F (FRACION.) : " WS-CONT-ALERTAS-F.
010510     DISPLAY "ALERTAS P (PICO)     : " WS-CONT-ALERTAS-P.
010520     DISPLAY "JA ALERTADOS ANTES   : " WS-CONT-REPETIDOS.
010530     IF WS-TABELA-CHEIA
010540         DISPLAY "AVISO - TABELA DE TRABALHO CHEIA - "
010550             "VIGILANCIA INCOMPLETA"
010560     END-IF.
010570     DISPLAY "----------------------------------------".
010580     IF WS-CONT-ALERTAS-V > ZERO
010590         OR WS-CONT-ALERTAS-F > ZERO
010600         OR WS-CONT-ALERTAS-P > ZERO
010610         OR WS-CONT-INVALIDOS > ZERO
010620         OR WS-TABELA-CHEIA
010630         MOVE 4 TO RETURN-CODE
010640     ELSE
010650         MOVE ZERO TO RETURN-CODE
010660     END-IF.
010670     PERFORM REGISTRA-FIM.
010680     DISPLAY "Programa finalizado!!".
010690     STOP RUN.
010700
010710*****************************************************
010720*  VERIFICA-PRE-REQUISITOS - THE SWEEP MUST SEE ALL
010730*  OF THE DATE'S MOVEMENTS ON THE EXTRACT, SO THE
010740*  POSTING RUN (AULA1) OF THE DATE MUST HAVE ENDED.
010750*  RC 4 (REJECTS) AND RC 8 (A BATCH HELD WHOLE) ARE
010760*  COMPLETED RUNS, AS FOR AULA5.
010770*****************************************************
010780 VERIFICA-PRE-REQUISITOS.
010790     MOVE "AULA1" TO WS-PRE-PROGRAMA.
010800     MOVE PV-DATA-PROCESSAMENTO TO WS-PRE-REFERENCIA.
010810     PERFORM CONSULTA-EXECLOG.
010820     IF NOT WS-PRE-CONCLUIDO
010830             OR WS-PRE-RC > 8
010840         PERFORM DESCREVE-PRE-REQUISITO
010850         DISPLAY "A VIGILANCIA EXIGE A POSTAGEM (AULA1) "
010860             "DA DATA CONCLUIDA"
010870         PERFORM RECUSA-EXECUCAO
010880     END-IF.
010890
010900*****************************************************
010910*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
010920*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
010930*  ARE ACCEPTED, SO AN I WITH NO MATCHING F
010940*  MEANS THE RUN IS STILL GOING OR DIED.
010950*****************************************************
010960 REGISTRA-INICIO.
010970     PERFORM MONTA-EXECLOG.
010980     MOVE "I" TO WE-EVENTO.
010990     PERFORM GRAVA-EXECLOG.
011000
011010*****************************************************
011020*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
011030*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
011040*****************************************************
011050 REGISTRA-FIM.
011060     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
011070     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
011080     MOVE "F" TO WE-EVENTO.
011090     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
011100     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
011110     MOVE RETURN-CODE TO WE-RETURN-CODE.
011120     MOVE WS-CONT-LIDOS TO WE-QTD-LIDOS.
011130     SUBTRACT WS-CONT-INVALIDOS FROM WS-CONT-LIDOS
011140         GIVING WE-QTD-PROCESSADOS.
011150     ADD WS-CONT-ALERTAS-V WS-CONT-ALERTAS-F WS-CONT-ALERTAS-P
011160         GIVING WE-QTD-EXCECOES.
011170     PERFORM GRAVA-EXECLOG.
011180
011190 MONTA-EXECLOG.
011200     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
011210     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
011220     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
011230     MOVE "AULA14" TO WE-PROGRAMA.
011240     MOVE PV-DATA-PROCESSAMENTO TO WE-DATA-REFERENCIA.
011250     MOVE SPACES TO WE-OPERADOR.
011260     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
011270     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
011280     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
011290         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
011300
011310*****************************************************
011320*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
011330*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
011340*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
011350*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
011360*****************************************************
011370 GRAVA-EXECLOG.
011380     OPEN EXTEND EXECLOG.
011390     IF WS-EXECLOG-STATUS = "35" OR "05"
011400         OPEN OUTPUT EXECLOG
011410     END-IF.
011420     IF WS-EXECLOG-STATUS NOT = "00"
011430         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
011440             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
011450         MOVE 12 TO RETURN-CODE
011460         STOP RUN
011470     END-IF.
011480     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
011490     CLOSE EXECLOG.
011500
011510*****************************************************
011520*  CONSULTA-EXECLOG - SWEEPS THE LEDGER AND LEAVES
011530*  IN WS-PRE-SITUACAO AND WS-PRE-RC THE STATE OF THE
011540*  LATEST RUN OF WS-PRE-PROGRAMA FOR
011550*  WS-PRE-REFERENCIA: BLANK = NEVER RAN, I = STARTED
011560*  AND NEVER ENDED (STILL GOING OR ABENDED), F =
011570*  ENDED WITH WS-PRE-RC.  REFUSED ATTEMPTS NEVER RAN
011580*  AND ARE PASSED OVER.  AN ABSENT LEDGER ONLY MEANS
011590*  NOTHING HAS RUN YET.
011600*****************************************************
011610 CONSULTA-EXECLOG.
011620     MOVE SPACE TO WS-PRE-SITUACAO.
011630     MOVE ZERO TO WS-PRE-RC.
011640     PERFORM ABRE-CONSULTA-EXECLOG.
011650     PERFORM EXAMINA-EXECLOG
011660         UNTIL WS-FIM-EXECLOG.
011670     PERFORM FECHA-CONSULTA-EXECLOG.
011680
011690 EXAMINA-EXECLOG.
011700     IF EL-PROGRAMA = WS-PRE-PROGRAMA
011710             AND EL-DATA-REFERENCIA = WS-PRE-REFERENCIA
011720         IF EL-EVENTO-INICIO
011730             MOVE "I" TO WS-PRE-SITUACAO
011740             MOVE ZERO TO WS-PRE-RC
011750         END-IF
011760         IF EL-EVENTO-FIM
011770             MOVE "F" TO WS-PRE-SITUACAO
011780             MOVE EL-RETURN-CODE TO WS-PRE-RC
011790         END-IF
011800     END-IF.
011810     PERFORM LE-EXECLOG.
011820
011830 ABRE-CONSULTA-EXECLOG.
011840     MOVE "N" TO WS-EXECLOG-EOF-SW.
011850     OPEN INPUT EXECLOG.
011860     IF WS-EXECLOG-STATUS = "35"
011870         SET WS-FIM-EXECLOG TO TRUE
011880     ELSE
011890         IF WS-EXECLOG-STATUS NOT = "00"
011900             DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
011910                 "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
011920             MOVE 12 TO RETURN-CODE
011930             STOP RUN
011940         END-IF
011950         PERFORM LE-EXECLOG
011960     END-IF.
011970
011980 FECHA-CONSULTA-EXECLOG.
011990     IF WS-EXECLOG-STATUS NOT = "35"
012000         CLOSE EXECLOG
012010     END-IF.
012020
012030 LE-EXECLOG.
012040     READ EXECLOG
012050         AT END
012060             SET WS-FIM-EXECLOG TO TRUE
012070     END-READ.
012080
012090*****************************************************
012100*  DESCREVE-PRE-REQUISITO - SHOWS THE OPERATOR WHICH
012110*  STEP WAS NOT FOUND COMPLETE, AND IN WHAT STATE,
012120*  AND KEEPS THE SAME TEXT FOR THE REFUSAL RECORD.
012130*****************************************************
012140 DESCREVE-PRE-REQUISITO.
012150     MOVE WS-PRE-PROGRAMA TO WS-PM-PROGRAMA.
012160     MOVE WS-PRE-REFERENCIA TO WS-PM-REFERENCIA.
012170     EVALUATE TRUE
012180         WHEN WS-PRE-NAO-EXECUTADO
012190             MOVE "NAO EXECUTOU" TO WS-PM-ESTADO
012200         WHEN WS-PRE-EM-ANDAMENTO
012210             MOVE "INCOMPLETO" TO WS-PM-ESTADO
012220         WHEN OTHER
012230             MOVE "RC" TO WS-PM-ESTADO
012240             MOVE WS-PRE-RC TO WS-PM-RC
012250     END-EVALUATE.
012260     DISPLAY "ERRO - PRE-REQUISITO NAO ATENDIDO: "
012270         WS-PRE-MENSAGEM.
012280
012290*****************************************************
012300*  RECUSA-EXECUCAO - A PREREQUISITE STEP HAS NOT
012310*  COMPLETED ACCEPTABLY: THE REFUSAL GOES ON THE
012320*  LEDGER (R, RC 16) AND THE RUN STOPS BEFORE ANY
012330*  FILE IS TOUCHED.
012340*****************************************************
012350 RECUSA-EXECUCAO.
012360     PERFORM MONTA-EXECLOG.
012370     MOVE "R" TO WE-EVENTO.
012380     MOVE WE-DATA-INICIO TO WE-DATA-FIM.
012390     MOVE WE-HORA-INICIO TO WE-HORA-FIM.
012400     MOVE 16 TO WE-RETURN-CODE.
012410     MOVE WS-PRE-MENSAGEM TO WE-MENSAGEM.
012420     PERFORM GRAVA-EXECLOG.
012430     DISPLAY "EXECUCAO RECUSADA - RC 16".
012440     MOVE 16 TO RETURN-CODE.
012450     STOP RUN.
012460
012470 END PROGRAM aula14.
