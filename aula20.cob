000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. aula20.
000030 AUTHOR. R HEINRICH.
000040 INSTALLATION. BATCH PROCESSING CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************
000080*  AULA20 - DOUBLE-ENTRY GL JOURNAL AND TRIAL
000090*  BALANCE.
000100*
000110*  THE GL EXTRACT (EXTRATFILE) GIVES THE LEDGER ONE-
000120*  SIDED MOVEMENTS BY CUSTOMER ACCOUNT, AND THE GL
000130*  TEAM USED TO MAP THEM TO LEDGER ACCOUNTS AND BUILD
000140*  THE OFFSETTING ENTRIES BY HAND.  THIS IS THE GL
000150*  POSTING STEP AULA5 RELEASES: FOR THE DATE ON THE
000160*  PARAMETER CARD (JORNPARM), ONCE AULA5 HAS
000170*  CERTIFIED IT, EVERY EXTRACT LINE OF THE DATE
000180*  BECOMES ONE BALANCED ENTRY IN BRL ON THE JOURNAL
000190*  (DIARIOGL) - A DEBIT LINE AND A CREDIT LINE OF
000200*  EX-RESULTADO-BASE - ON THE TWO LEDGER ACCOUNTS
000210*  THE CHART-OF-ACCOUNTS MAPPING TABLE (MAPAGL)
000220*  GIVES FOR THE LINE'S OPERATION, D/C DIRECTION,
000230*  CURRENCY AND INTEREST ORIGIN.  THE TWO LEGS OF A
000240*  TRANSFER ARE TWO LINES AND MAP ONE BY ONE.  A
000250*  REVERSAL LINE CARRIES THE OPERATION AND ORIGIN OF
000260*  THE POSTING IT REVERSES: IT IS MAPPED ON THAT
000270*  POSTING'S KEY - ITS OWN D/C TURNED BACK - AND
000280*  JOURNALLED WITH THE SIDES SWAPPED.  A REVERSAL
000290*  LINE WITH OPERATION E (OR NONE) PREDATES THIS
000300*  AND MAPS ON ITS OWN KEY.  A NEGATIVE AMOUNT IS
000310*  JOURNALLED WITH THE SIDES SWAPPED, SO EVERY
000320*  JOURNAL AMOUNT IS POSITIVE.
000330*  A LINE NO CARD COVERS IS STILL JOURNALLED: THE
000340*  CUSTOMER SIDE (THE LINE'S OWN D/C) ON THE CARD'S
000350*  CUSTOMER CONTROL ACCOUNT AND THE OTHER SIDE ON ITS
000360*  SUSPENSE ACCOUNT, AND IT IS LISTED ON THE
000370*  EXCEPTIONS SECTION OF THE REPORT (RELDIARIO) FOR
000380*  THE TABLE TO BE COMPLETED AND THE
000390*  ITEM RECLASSIFIED; SO IS A LINE WITH NO USABLE
000400*  BRL AMOUNT, WHICH CANNOT BE JOURNALLED AT ALL.
000410*  LINES OF ZERO AMOUNT ARE COUNTED AND PASSED OVER.
000420*  THE REPORT ENDS WITH A TRIAL BALANCE BY LEDGER
000430*  ACCOUNT: DEBITS, CREDITS AND THEIR DIFFERENCE,
000440*  WHOSE TOTALS MUST MEET AND MUST EQUAL WHAT WAS
000450*  JOURNALLED.
000460*  RC 0 = IN BALANCE, EVERY LINE MAPPED; 4 = IN
000470*  BALANCE WITH EXCEPTIONS; 8 = OUT OF BALANCE, THE
000480*  JOURNAL IS NOT TO BE LOADED.  THE JOURNAL IS
000490*  WRITTEN AFRESH EACH RUN, SO A RERUN FOR THE DATE
000500*  REPLACES IT.
000510*-----------------------------------------------------
000520*  MODIFICATION HISTORY
000530*  DATE       INIT  DESCRIPTION
000540*  2026-10-15 RLH   ORIGINAL PROGRAM.
000550*  2026-10-15 RLH   AN UNMAPPED LINE NO LONGER PUTS BOTH
000560*                   SIDES ON SUSPENSE: ITS CUSTOMER SIDE
000570*                   GOES TO THE CUSTOMER CONTROL
000580*                   ACCOUNT NOW ON THE CARD, ONLY THE
000590*                   OFFSET TO SUSPENSE.
000600*  2026-10-15 RLH   THE SECTION TOTAL AND THE TRIAL
000610*                   BALANCE'S TOTAL AND VERDICT ARE
000620*                   TESTED FOR PAGE OVERFLOW LIKE THE
000630*                   DETAIL LINES.
000640*  2026-10-15 RLH   A REVERSAL LINE NOW CARRIES ITS
000650*                   ORIGINAL'S OPERATION AND ORIGIN,
000660*                   AND IS MAPPED ON THE ORIGINAL'S
000670*                   KEY WITH THE SIDES SWAPPED, SO IT
000680*                   BACKS OUT EXACTLY THE ORIGINAL
000690*                   ENTRY.  THE OPEN OF THE REPORT
000700*                   (RELDIARIO) IS NOW CHECKED.
000710*****************************************************
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT JORNPARM ASSIGN TO "JORNPARM"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-JORNPARM-STATUS.
000780     SELECT MAPAGL ASSIGN TO "MAPAGL"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-MAPAGL-STATUS.
000810     SELECT EXTRATFILE ASSIGN TO "EXTRATFILE"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-EXTRATFILE-STATUS.
000840     SELECT DIARIOGL ASSIGN TO "DIARIOGL"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-DIARIOGL-STATUS.
000870     SELECT RELDIARIO ASSIGN TO "RELDIARIO"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-RELDIARIO-STATUS.
000900     SELECT EXECLOG ASSIGN TO "EXECLOG"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-EXECLOG-STATUS.
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  JORNPARM
000960     LABEL RECORDS ARE STANDARD
000970     RECORDING MODE IS F.
000980     COPY JORNPREC.
000990 FD  MAPAGL
001000     LABEL RECORDS ARE STANDARD
001010     RECORDING MODE IS F.
001020     COPY GLMAPREC.
001030 FD  EXTRATFILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORDING MODE IS F.
001060     COPY EXTRATREC.
001070 FD  DIARIOGL
001080     LABEL RECORDS ARE STANDARD
001090     RECORDING MODE IS F.
001100     COPY JORNREC.
001110 FD  RELDIARIO
001120     LABEL RECORDS ARE STANDARD
001130     RECORDING MODE IS F.
001140 01  REL-REGISTRO             PIC X(132).
001150 FD  EXECLOG
001160     LABEL RECORDS ARE STANDARD
001170     RECORDING MODE IS F.
001180     COPY EXECREC.
001190 WORKING-STORAGE SECTION.
001200*****************************************************
001210*  SWITCHES AND FILE STATUS
001220*****************************************************
001230 77  WS-MAPA-FIM-SW           PIC X(01) VALUE "N".
001240     88  WS-MAPA-FIM                    VALUE "Y".
001250 77  WS-EXTRATO-FIM-SW        PIC X(01) VALUE "N".
001260     88  WS-EXTRATO-FIM                 VALUE "Y".
001270 77  WS-CGL-POSICAO-SW        PIC X(01) VALUE "N".
001280     88  WS-CGL-POSICIONADA             VALUE "Y".
001290 77  WS-JORNPARM-STATUS       PIC X(02) VALUE "00".
001300 77  WS-MAPAGL-STATUS         PIC X(02) VALUE "00".
001310 77  WS-EXTRATFILE-STATUS     PIC X(02) VALUE "00".
001320 77  WS-DIARIOGL-STATUS       PIC X(02) VALUE "00".
001330 77  WS-RELDIARIO-STATUS      PIC X(02) VALUE "00".
001340*****************************************************
001350*  MAPPING TABLE LOADED FROM MAPAGL.  WS-MAPA-PESO
001360*  IS THE NUMBER OF KEY FIELDS THE CARD SPELLS OUT
001370*  (NOT "*"), SO THE MOST SPECIFIC MATCH WINS.
001380*****************************************************
001390 77  WS-MAXIMO-MAPAS          PIC 9(03) COMP VALUE 200.
001400 77  WS-MAPA-QTD              PIC 9(03) COMP VALUE ZERO.
001410 77  WS-MAPA-IDX              PIC 9(03) COMP VALUE ZERO.
001420 77  WS-MAPA-ESCOLHIDO        PIC 9(03) COMP VALUE ZERO.
001430 77  WS-MAPA-MELHOR-PESO      PIC 9(01) COMP VALUE ZERO.
001440 77  WS-CARTOES-LIDOS         PIC 9(05) VALUE ZERO.
001450 01  WS-TABELA-MAPAS.
001460     05  WS-MAPA-ENTRADA OCCURS 200 TIMES.
001470         10  WS-MAPA-CHAVE.
001480             15  WS-MAPA-OPERACAO
001490                              PIC X(01).
001500             15  WS-MAPA-IND-DC
001510                              PIC X(01).
001520             15  WS-MAPA-MOEDA
001530                              PIC X(03).
001540             15  WS-MAPA-ORIGEM
001550                              PIC X(01).
001560         10  WS-MAPA-PESO     PIC 9(01) COMP.
001570         10  WS-MAPA-CONTA-DEBITO
001580                              PIC X(10).
001590         10  WS-MAPA-CONTA-CREDITO
001600                              PIC X(10).
001610         10  WS-MAPA-HISTORICO
001620                              PIC X(30).
001630*    THE EXTRACT LINE'S KEY AS THE TABLE SPELLS IT: A
001640*    BLANK D/C (AN OLD RECORD) IS A CREDIT, ANYTHING
001650*    BUT J IS NOT FROM INTEREST.
001660 01  WS-CHAVE-MOVIMENTO.
001670     05  WS-CHAVE-OPERACAO    PIC X(01).
001680     05  WS-CHAVE-IND-DC      PIC X(01).
001690     05  WS-CHAVE-MOEDA       PIC X(03).
001700     05  WS-CHAVE-ORIGEM      PIC X(01).
001710*****************************************************
001720*  THE ENTRY BEING JOURNALLED
001730*****************************************************
001740 77  WS-NUMERO-LANCAMENTO     PIC 9(07) VALUE ZERO.
001750 77  WS-VALOR-LANCAMENTO      PIC S9(13)V99 COMP-3
001760                               VALUE ZERO.
001770 77  WS-CONTA-DEBITO          PIC X(10) VALUE SPACES.
001780 77  WS-CONTA-CREDITO         PIC X(10) VALUE SPACES.
001790 77  WS-CONTA-TROCA           PIC X(10) VALUE SPACES.
001800 77  WS-HISTORICO             PIC X(30) VALUE SPACES.
001810 77  WS-SITUACAO-MAPA         PIC X(01) VALUE SPACE.
001820 77  WS-ESTORNO-SW            PIC X(01) VALUE "N".
001830     88  WS-LINHA-ESTORNO              VALUE "Y".
001840*****************************************************
001850*  TRIAL BALANCE BY LEDGER ACCOUNT, KEPT IN ACCOUNT
001860*  ORDER AS ACCOUNTS ARE FIRST USED.  THE TABLE CAN
001870*  NAME AT MOST TWO ACCOUNTS A CARD PLUS THE
001880*  SUSPENSE AND CUSTOMER CONTROL ACCOUNTS, SO 402
001890*  ENTRIES ALWAYS SUFFICE.
001900*****************************************************
001910 77  WS-MAXIMO-CONTAS-GL      PIC 9(03) COMP VALUE 402.
001920 77  WS-CGL-QTD               PIC 9(03) COMP VALUE ZERO.
001930 77  WS-CGL-IDX               PIC 9(03) COMP VALUE ZERO.
001940 77  WS-CGL-POS               PIC S9(04) COMP VALUE ZERO.
001950 77  WS-CONTA-PROCURADA       PIC X(10) VALUE SPACES.
001960 77  WS-LADO-LANCADO          PIC X(01) VALUE SPACE.
001970 01  WS-TABELA-CONTAS-GL.
001980     05  WS-CGL-ENTRADA OCCURS 402 TIMES.
001990         10  WS-CGL-CONTA     PIC X(10).
002000         10  WS-CGL-DEBITOS   PIC S9(15)V99 COMP-3.
002010         10  WS-CGL-CREDITOS  PIC S9(15)V99 COMP-3.
002020*****************************************************
002030*  RUN TOTALS
002040*****************************************************
002050 77  WS-CONT-LIDOS            PIC 9(07) COMP VALUE ZERO.
002060 77  WS-CONT-LANCAMENTOS      PIC 9(07) COMP VALUE ZERO.
002070 77  WS-CONT-MAPEADOS         PIC 9(07) COMP VALUE ZERO.
002080 77  WS-CONT-SUSPENSOS        PIC 9(07) COMP VALUE ZERO.
002090 77  WS-CONT-INVALIDOS        PIC 9(07) COMP VALUE ZERO.
002100 77  WS-CONT-VALOR-ZERO       PIC 9(07) COMP VALUE ZERO.
002110 77  WS-CONT-EXCECOES         PIC 9(07) COMP VALUE ZERO.
002120 77  WS-CONT-SECAO            PIC 9(07) COMP VALUE ZERO.
002130 77  WS-SOMA-LANCADA          PIC S9(15)V99 COMP-3 VALUE ZERO.
002140 77  WS-SOMA-SUSPENSOS        PIC S9(15)V99 COMP-3 VALUE ZERO.
002150 77  WS-TOTAL-DEBITOS         PIC S9(15)V99 COMP-3 VALUE ZERO.
002160 77  WS-TOTAL-CREDITOS        PIC S9(15)V99 COMP-3 VALUE ZERO.
002170 77  WS-TOTAL-EDITADO         PIC -Z(14)9.99.
002180 77  WS-BALANCO-SW            PIC X(01) VALUE "Y".
002190     88  WS-EM-BALANCO                  VALUE "Y".
002200     88  WS-FORA-DE-BALANCO             VALUE "N".
002210*****************************************************
002220*  PAGE CONTROL AND PRINT LINES
002230*****************************************************
002240 77  WS-LINHAS-POR-PAGINA     PIC 9(02) COMP VALUE 55.
002250 77  WS-CONTADOR-LINHAS       PIC 9(02) COMP VALUE ZERO.
002260 77  WS-CONTADOR-PAGINAS      PIC 9(05) COMP VALUE ZERO.
002270 77  WS-TITULO-SECAO          PIC X(44) VALUE SPACES.
002280 01  WS-CABECALHO-1.
002290     05  FILLER               PIC X(34) VALUE
002300         "DIARIO CONTABIL E BALANCETE       ".
002310     05  FILLER               PIC X(06) VALUE "DATA: ".
002320     05  WS-CAB-DATA          PIC 9(08).
002330     05  FILLER               PIC X(10) VALUE "  PAGINA: ".
002340     05  WS-CAB-PAGINA        PIC ZZZZ9.
002350 01  WS-CABECALHO-2.
002360     05  FILLER               PIC X(17) VALUE
002370         "CONTA SUSPENSO: ".
002380     05  WS-CAB-SUSPENSO      PIC X(10).
002390     05  FILLER               PIC X(18) VALUE
002400         "  CONTA CLIENTES: ".
002410     05  WS-CAB-CLIENTES      PIC X(10).
002420     05  FILLER               PIC X(26) VALUE
002430         "  CARTOES DE MAPEAMENTO: ".
002440     05  WS-CAB-MAPAS         PIC ZZ9.
002450 01  WS-CABECALHO-3.
002460     05  FILLER               PIC X(02) VALUE SPACES.
002470     05  WS-CAB-SECAO         PIC X(44).
002480 01  WS-CABECALHO-4.
002490     05  FILLER               PIC X(02) VALUE SPACES.
002500     05  WS-CAB-COLUNAS       PIC X(92).
002510 01  WS-CABECALHO-5.
002520     05  FILLER               PIC X(94) VALUE ALL "-".
002530 01  WS-COLUNAS-EXCECAO.
002540     05  FILLER               PIC X(40) VALUE
002550         "ID      CONTA     OP  D/C  MOEDA  ORIG  ".
002560     05  FILLER               PIC X(52) VALUE
002570         "        VALOR BRL    OBSERVACAO".
002580 01  WS-COLUNAS-BALANCETE.
002590     05  FILLER               PIC X(40) VALUE
002600         "CONTA GL                  DEBITOS       ".
002610     05  FILLER               PIC X(52) VALUE
002620         "        CREDITOS          SALDO (D-C)".
002630 01  WS-LINHA-EXCECAO.
002640     05  FILLER               PIC X(02) VALUE SPACES.
002650     05  WS-EXC-ID            PIC 9(06).
002660     05  FILLER               PIC X(02) VALUE SPACES.
002670     05  WS-EXC-CONTA         PIC 9(08).
002680     05  FILLER               PIC X(03) VALUE SPACES.
002690     05  WS-EXC-OPERACAO      PIC X(01).
002700     05  FILLER               PIC X(04) VALUE SPACES.
002710     05  WS-EXC-IND-DC        PIC X(01).
002720     05  FILLER               PIC X(04) VALUE SPACES.
002730     05  WS-EXC-MOEDA         PIC X(03).
002740     05  FILLER               PIC X(04) VALUE SPACES.
002750     05  WS-EXC-ORIGEM        PIC X(01).
002760     05  FILLER               PIC X(03) VALUE SPACES.
002770     05  WS-EXC-VALOR         PIC -Z(12)9.99.
002780     05  FILLER               PIC X(04) VALUE SPACES.
002790     05  WS-EXC-OBSERVACAO    PIC X(30).
002800 01  WS-LINHA-CONTA-GL.
002810     05  FILLER               PIC X(02) VALUE SPACES.
002820     05  WS-CGL-LIN-CONTA     PIC X(10).
002830     05  FILLER               PIC X(04) VALUE SPACES.
002840     05  WS-CGL-LIN-DEBITOS   PIC Z(14)9.99.
002850     05  FILLER               PIC X(04) VALUE SPACES.
002860     05  WS-CGL-LIN-CREDITOS  PIC Z(14)9.99.
002870     05  FILLER               PIC X(04) VALUE SPACES.
002880     05  WS-CGL-LIN-SALDO     PIC -Z(14)9.99.
002890 01  WS-LINHA-TOTAL.
002900     05  FILLER               PIC X(02) VALUE SPACES.
002910     05  FILLER               PIC X(08) VALUE "TOTAL: ".
002920     05  WS-TOT-QTD           PIC Z(6)9.
002930     05  FILLER               PIC X(09) VALUE " MOVTOS  ".
002940     05  WS-TOT-VALOR         PIC -Z(14)9.99.
002950 01  WS-LINHA-TEXTO.
002960     05  FILLER               PIC X(02) VALUE SPACES.
002970     05  WS-TXT-TEXTO         PIC X(70).
002980*****************************************************
002990*  CYCLE RUN LEDGER (EXECLOG)
003000*****************************************************
003010 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
003020 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
003030 77  WS-EXECLOG-EOF-SW        PIC X(01) VALUE "N".
003040     88  WS-FIM-EXECLOG                VALUE "Y".
003050 77  WS-PRE-PROGRAMA          PIC X(08) VALUE SPACES.
003060 77  WS-PRE-SITUACAO          PIC X(01) VALUE SPACE.
003070     88  WS-PRE-NAO-EXECUTADO          VALUE SPACE.
003080     88  WS-PRE-EM-ANDAMENTO           VALUE "I".
003090     88  WS-PRE-CONCLUIDO              VALUE "F".
003100 77  WS-PRE-RC                PIC 9(02) VALUE ZERO.
003110 01  WS-EL-HORA-SISTEMA.
003120     05  WS-EL-HHMMSS         PIC 9(06).
003130     05  FILLER               PIC 9(02).
003140 01  WS-PRE-REFERENCIA        PIC 9(08) VALUE ZERO.
003150 01  WS-PRE-REF-PARTES REDEFINES WS-PRE-REFERENCIA.
003160     05  WS-PRE-REF-PERIODO   PIC 9(06).
003170     05  WS-PRE-REF-DIA       PIC 9(02).
003180 01  WS-PRE-MENSAGEM.
003190     05  WS-PM-PROGRAMA       PIC X(08).
003200     05  FILLER               PIC X(01) VALUE SPACE.
003210     05  WS-PM-REFERENCIA     PIC 9(08).
003220     05  FILLER               PIC X(01) VALUE SPACE.
003230     05  WS-PM-ESTADO         PIC X(12).
003240     05  WS-PM-ESTADO-RC REDEFINES WS-PM-ESTADO.
003250         10  FILLER           PIC X(03).
003260         10  WS-PM-RC         PIC 9(02).
003270         10  FILLER           PIC X(07).
003280     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
003290
003300 PROCEDURE DIVISION.
003310*****************************************************
003320*  INICIALIZACAO - READS THE CARD, CHECKS THE DATE
003330*  IS CERTIFIED, LOADS THE MAPPING TABLE, JOURNALS
003340*  THE DATE'S EXTRACT LISTING THE EXCEPTIONS AS IT
003350*  GOES, THEN PRINTS THE TRIAL BALANCE.
003360*****************************************************
003370 INICIALIZACAO.
003380     PERFORM LE-PARAMETROS.
003390     PERFORM VERIFICA-PRE-REQUISITOS.
003400     PERFORM REGISTRA-INICIO.
003410     PERFORM CARREGA-MAPAS.
003420     PERFORM ABRE-ARQUIVOS.
003430     MOVE "MOVIMENTOS EM EXCECAO" TO WS-TITULO-SECAO.
003440     MOVE WS-COLUNAS-EXCECAO TO WS-CAB-COLUNAS.
003450     PERFORM INICIA-SECAO.
003460     PERFORM LE-EXTRATO.
003470     PERFORM LANCA-MOVIMENTO
003480         UNTIL WS-EXTRATO-FIM.
003490     CLOSE EXTRATFILE DIARIOGL.
003500     PERFORM ENCERRA-SECAO.
003510     MOVE "BALANCETE POR CONTA CONTABIL" TO WS-TITULO-SECAO.
003520     MOVE WS-COLUNAS-BALANCETE TO WS-CAB-COLUNAS.
003530     PERFORM INICIA-SECAO.
003540     PERFORM IMPRIME-CONTA-GL
003550         VARYING WS-CGL-IDX FROM 1 BY 1
003560         UNTIL WS-CGL-IDX > WS-CGL-QTD.
003570     PERFORM IMPRIME-VEREDICTO.
003580     PERFORM FINALIZA-PROGRAMA.
003590
003600*****************************************************
003610*  LE-PARAMETROS - THE CARD MUST BE PRESENT, WITH A
003620*  DATE, A SUSPENSE ACCOUNT AND A CUSTOMER CONTROL
003630*  ACCOUNT, THE TWO DIFFERENT - WITHOUT THEM AN
003640*  UNMAPPED LINE WOULD HAVE NOWHERE TO GO.
003650*****************************************************
003660 LE-PARAMETROS.
003670     OPEN INPUT JORNPARM.
003680     IF WS-JORNPARM-STATUS NOT = "00"
003690         DISPLAY "ERRO - CARTAO DE PARAMETROS (JORNPARM) "
003700             "INDISPONIVEL, STATUS " WS-JORNPARM-STATUS
003710         MOVE 12 TO RETURN-CODE
003720         STOP RUN
003730     END-IF.
003740     READ JORNPARM
003750         AT END
003760             DISPLAY "ERRO - CARTAO DE PARAMETROS VAZIO"
003770             CLOSE JORNPARM
003780             MOVE 12 TO RETURN-CODE
003790             STOP RUN
003800     END-READ.
003810     CLOSE JORNPARM.
003820     IF JP-DATA-PROCESSAMENTO NOT NUMERIC
003830         OR JP-DATA-MM < "01" OR JP-DATA-MM > "12"
003840         OR JP-DATA-DD < "01" OR JP-DATA-DD > "31"
003850         DISPLAY "ERRO - DATA DE PROCESSAMENTO INVALIDA"
003860         MOVE 12 TO RETURN-CODE
003870         STOP RUN
003880     END-IF.
003890     IF JP-CONTA-SUSPENSA = SPACES
003900         DISPLAY "ERRO - CONTA DE SUSPENSO NAO INFORMADA "
003910             "NO CARTAO DE PARAMETROS"
003920         MOVE 12 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950     IF JP-CONTA-CLIENTES = SPACES
003960         DISPLAY "ERRO - CONTA DE CLIENTES NAO INFORMADA "
003970             "NO CARTAO DE PARAMETROS"
003980         MOVE 12 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     IF JP-CONTA-CLIENTES = JP-CONTA-SUSPENSA
004020         DISPLAY "ERRO - CONTA DE CLIENTES IGUAL A CONTA "
004030             "DE SUSPENSO NO CARTAO DE PARAMETROS"
004040         MOVE 12 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070
004080*****************************************************
004090*  VERIFICA-PRE-REQUISITOS - THE LEDGER IS FED ONLY
004100*  FROM A CERTIFIED EXTRACT: THE RECONCILIATION
004110*  (AULA5) OF THE DATE MUST HAVE ENDED RC 0, THE
004120*  CONDITION ON WHICH IT RELEASES THE GL POSTING.
004130*****************************************************
004140 VERIFICA-PRE-REQUISITOS.
004150     MOVE "AULA5" TO WS-PRE-PROGRAMA.
004160     MOVE JP-DATA-PROCESSAMENTO TO WS-PRE-REFERENCIA.
004170     PERFORM CONSULTA-EXECLOG.
004180     IF NOT WS-PRE-CONCLUIDO
004190             OR WS-PRE-RC NOT = ZERO
004200         PERFORM DESCREVE-PRE-REQUISITO
004210         DISPLAY "O DIARIO CONTABIL EXIGE A CONCILIACAO "
004220             "(AULA5) DA DATA CONCLUIDA COM RC 00"
004230         PERFORM RECUSA-EXECUCAO
004240     END-IF.
004250
004260*****************************************************
004270*  CARREGA-MAPAS - LOADS THE MAPPING TABLE.  A
004280*  MISSING OR EMPTY TABLE, A CARD THAT DOES NOT
004290*  READ, OR TWO CARDS WITH ONE KEY STOP THE RUN -
004300*  A JOURNAL BUILT ON A GUESSED MAPPING WOULD HAVE
004310*  TO BE UNPICKED ENTRY BY ENTRY.
004320*****************************************************
004330 CARREGA-MAPAS.
004340     OPEN INPUT MAPAGL.
004350     IF WS-MAPAGL-STATUS NOT = "00"
004360         DISPLAY "ERRO - TABELA DE MAPEAMENTO (MAPAGL) "
004370             "INDISPONIVEL, STATUS " WS-MAPAGL-STATUS
004380         MOVE 12 TO RETURN-CODE
004390         STOP RUN
004400     END-IF.
004410     PERFORM LE-MAPA.
004420     PERFORM GUARDA-MAPA
004430         UNTIL WS-MAPA-FIM.
004440     CLOSE MAPAGL.
004450     IF WS-MAPA-QTD = ZERO
004460         DISPLAY "ERRO - TABELA DE MAPEAMENTO VAZIA"
004470         MOVE 12 TO RETURN-CODE
004480         STOP RUN
004490     END-IF.
004500     DISPLAY "CARTOES DE MAPEAMENTO CARREGADOS: "
004510         WS-MAPA-QTD.
004520
004530 LE-MAPA.
004540     READ MAPAGL
004550         AT END
004560             SET WS-MAPA-FIM TO TRUE
004570         NOT AT END
004580             ADD 1 TO WS-CARTOES-LIDOS
004590     END-READ.
004600
004610 GUARDA-MAPA.
004620     IF (GM-OPERACAO NOT = "A" AND NOT = "S"
004630             AND NOT = "M" AND NOT = "D" AND NOT = "E"
004640             AND NOT = "T" AND NOT = "*")
004650         OR (GM-IND-DEBITO-CREDITO NOT = "D"
004660             AND NOT = "C" AND NOT = "*")
004670         OR GM-MOEDA = SPACES
004680         OR (GM-ORIGEM NOT = "J" AND NOT = "N"
004690             AND NOT = "*")
004700         OR GM-CONTA-DEBITO = SPACES
004710         OR GM-CONTA-CREDITO = SPACES
004720         DISPLAY "ERRO - CARTAO " WS-CARTOES-LIDOS
004730             " DA TABELA DE MAPEAMENTO INVALIDO - "
004740             "CARGA ABANDONADA"
004750         MOVE 12 TO RETURN-CODE
004760         STOP RUN
004770     END-IF.
004780     PERFORM CONFERE-DUPLICATA
004790         VARYING WS-MAPA-IDX FROM 1 BY 1
004800         UNTIL WS-MAPA-IDX > WS-MAPA-QTD.
004810     IF WS-MAPA-QTD >= WS-MAXIMO-MAPAS
004820         DISPLAY "ERRO - EXCESSO DE CARTOES NA TABELA "
004830             "DE MAPEAMENTO"
004840         MOVE 12 TO RETURN-CODE
004850         STOP RUN
004860     END-IF.
004870     ADD 1 TO WS-MAPA-QTD.
004880     MOVE GM-CHAVE TO WS-MAPA-CHAVE (WS-MAPA-QTD).
004890     MOVE GM-CONTA-DEBITO
004900         TO WS-MAPA-CONTA-DEBITO (WS-MAPA-QTD).
004910     MOVE GM-CONTA-CREDITO
004920         TO WS-MAPA-CONTA-CREDITO (WS-MAPA-QTD).
004930     MOVE GM-HISTORICO TO WS-MAPA-HISTORICO (WS-MAPA-QTD).
004940     MOVE ZERO TO WS-MAPA-PESO (WS-MAPA-QTD).
004950     IF GM-OPERACAO NOT = "*"
004960         ADD 1 TO WS-MAPA-PESO (WS-MAPA-QTD)
004970     END-IF.
004980     IF GM-IND-DEBITO-CREDITO NOT = "*"
004990         ADD 1 TO WS-MAPA-PESO (WS-MAPA-QTD)
005000     END-IF.
005010     IF GM-MOEDA NOT = "***"
005020         ADD 1 TO WS-MAPA-PESO (WS-MAPA-QTD)
005030     END-IF.
005040     IF GM-ORIGEM NOT = "*"
005050         ADD 1 TO WS-MAPA-PESO (WS-MAPA-QTD)
005060     END-IF.
005070     PERFORM LE-MAPA.
005080
005090 CONFERE-DUPLICATA.
005100     IF WS-MAPA-CHAVE (WS-MAPA-IDX) = GM-CHAVE
005110         DISPLAY "ERRO - CARTAO " WS-CARTOES-LIDOS
005120             " REPETE A CHAVE " GM-CHAVE
005130             " NA TABELA DE MAPEAMENTO - CARGA ABANDONADA"
005140         MOVE 12 TO RETURN-CODE
005150         STOP RUN
005160     END-IF.
005170
005180*****************************************************
005190*  ABRE-ARQUIVOS - THE EXTRACT, THE JOURNAL (NEW
005200*  EACH RUN) AND THE REPORT.
005210*****************************************************
005220 ABRE-ARQUIVOS.
005230     OPEN INPUT EXTRATFILE.
005240     IF WS-EXTRATFILE-STATUS NOT = "00"
005250         DISPLAY "ERRO AO ABRIR EXTRATFILE, STATUS "
005260             WS-EXTRATFILE-STATUS
005270         MOVE 12 TO RETURN-CODE
005280         STOP RUN
005290     END-IF.
005300     OPEN OUTPUT DIARIOGL.
005310     IF WS-DIARIOGL-STATUS NOT = "00"
005320         DISPLAY "ERRO - DIARIO CONTABIL (DIARIOGL) "
005330             "INDISPONIVEL, STATUS " WS-DIARIOGL-STATUS
005340         CLOSE EXTRATFILE
005350         MOVE 12 TO RETURN-CODE
005360         STOP RUN
005370     END-IF.
005380     OPEN OUTPUT RELDIARIO.
005390     IF WS-RELDIARIO-STATUS NOT = "00"
005400         DISPLAY "ERRO - RELATORIO DO DIARIO (RELDIARIO) "
005410             "INDISPONIVEL, STATUS " WS-RELDIARIO-STATUS
005420         CLOSE EXTRATFILE DIARIOGL
005430         MOVE 12 TO RETURN-CODE
005440         STOP RUN
005450     END-IF.
005460
005470 LE-EXTRATO.
005480     READ EXTRATFILE
005490         AT END
005500             SET WS-EXTRATO-FIM TO TRUE
005510     END-READ.
005520
005530*****************************************************
005540*  LANCA-MOVIMENTO - ONE EXTRACT LINE.  ONLY LINES
005550*  OF THE CARD'S DATE ARE JOURNALLED; ONE WITH NO
005560*  USABLE BRL AMOUNT IS AN EXCEPTION, ONE OF ZERO
005570*  MOVES NO ACCOUNT.
005580*****************************************************
005590 LANCA-MOVIMENTO.
005600     IF EX-DATA = JP-DATA-PROCESSAMENTO
005610         ADD 1 TO WS-CONT-LIDOS
005620         IF EX-RESULTADO-BASE NOT NUMERIC
005630             PERFORM APONTA-VALOR-INVALIDO
005640         ELSE
005650             IF EX-RESULTADO-BASE = ZERO
005660                 ADD 1 TO WS-CONT-VALOR-ZERO
005670             ELSE
005680                 PERFORM MONTA-LANCAMENTO
005690                 PERFORM GRAVA-LANCAMENTO
005700             END-IF
005710         END-IF
005720     END-IF.
005730     PERFORM LE-EXTRATO.
005740
005750 APONTA-VALOR-INVALIDO.
005760     ADD 1 TO WS-CONT-INVALIDOS.
005770     ADD 1 TO WS-CONT-EXCECOES.
005780     MOVE ZERO TO WS-EXC-VALOR.
005790     MOVE "VALOR BRL INVALIDO - IGNORADO"
005800         TO WS-EXC-OBSERVACAO.
005810     PERFORM IMPRIME-EXCECAO.
005820
005830*****************************************************
005840*  MONTA-LANCAMENTO - FINDS THE LINE'S CARD AND
005850*  SETS THE TWO ACCOUNTS AND THE AMOUNT.  NO CARD
005860*  PUTS THE CUSTOMER SIDE - THE LINE'S OWN D/C - ON
005870*  THE CUSTOMER CONTROL ACCOUNT AND ONLY THE OTHER
005880*  SIDE ON SUSPENSE, AND LISTS THE LINE.
005890*  A REVERSAL OF A KNOWN OPERATION IS KEYED AS ITS
005900*  ORIGINAL AND SWAPS THE SIDES; A NEGATIVE AMOUNT
005910*  SWAPS THEM (AGAIN).
005920*****************************************************
005930 MONTA-LANCAMENTO.
005940     MOVE EX-OPERACAO TO WS-CHAVE-OPERACAO.
005950     IF EX-MOVIMENTO-DEBITO
005960         MOVE "D" TO WS-CHAVE-IND-DC
005970     ELSE
005980         MOVE "C" TO WS-CHAVE-IND-DC
005990     END-IF.
006000     MOVE "N" TO WS-ESTORNO-SW.
006010     IF EX-MOVIMENTO-ESTORNO
006020             AND EX-OPERACAO NOT = "E" AND NOT = SPACE
006030         SET WS-LINHA-ESTORNO TO TRUE
006040         IF EX-MOVIMENTO-DEBITO
006050             MOVE "C" TO WS-CHAVE-IND-DC
006060         ELSE
006070             MOVE "D" TO WS-CHAVE-IND-DC
006080         END-IF
006090     END-IF.
006100     MOVE EX-MOEDA TO WS-CHAVE-MOEDA.
006110     IF EX-ORIGEM-JUROS
006120         MOVE "J" TO WS-CHAVE-ORIGEM
006130     ELSE
006140         MOVE "N" TO WS-CHAVE-ORIGEM
006150     END-IF.
006160     PERFORM ESCOLHE-MAPA.
006170     IF WS-MAPA-ESCOLHIDO = ZERO
006180         IF WS-CHAVE-IND-DC = "D"
006190             MOVE JP-CONTA-CLIENTES TO WS-CONTA-DEBITO
006200             MOVE JP-CONTA-SUSPENSA TO WS-CONTA-CREDITO
006210         ELSE
006220             MOVE JP-CONTA-SUSPENSA TO WS-CONTA-DEBITO
006230             MOVE JP-CONTA-CLIENTES TO WS-CONTA-CREDITO
006240         END-IF
006250         MOVE "SEM MAPEAMENTO - EM SUSPENSO"
006260             TO WS-HISTORICO
006270         MOVE "S" TO WS-SITUACAO-MAPA
006280     ELSE
006290         MOVE WS-MAPA-CONTA-DEBITO (WS-MAPA-ESCOLHIDO)
006300             TO WS-CONTA-DEBITO
006310         MOVE WS-MAPA-CONTA-CREDITO (WS-MAPA-ESCOLHIDO)
006320             TO WS-CONTA-CREDITO
006330         MOVE WS-MAPA-HISTORICO (WS-MAPA-ESCOLHIDO)
006340             TO WS-HISTORICO
006350         MOVE "M" TO WS-SITUACAO-MAPA
006360     END-IF.
006370     IF WS-LINHA-ESTORNO
006380         PERFORM TROCA-LADOS
006390     END-IF.
006400     IF EX-RESULTADO-BASE < ZERO
006410         COMPUTE WS-VALOR-LANCAMENTO =
006420             ZERO - EX-RESULTADO-BASE
006430         PERFORM TROCA-LADOS
006440     ELSE
006450         MOVE EX-RESULTADO-BASE TO WS-VALOR-LANCAMENTO
006460     END-IF.
006470     IF WS-MAPA-ESCOLHIDO = ZERO
006480         ADD 1 TO WS-CONT-SUSPENSOS
006490         ADD 1 TO WS-CONT-EXCECOES
006500         ADD WS-VALOR-LANCAMENTO TO WS-SOMA-SUSPENSOS
006510         MOVE EX-RESULTADO-BASE TO WS-EXC-VALOR
006520         MOVE "SEM MAPEAMENTO - EM SUSPENSO"
006530             TO WS-EXC-OBSERVACAO
006540         PERFORM IMPRIME-EXCECAO
006550     ELSE
006560         ADD 1 TO WS-CONT-MAPEADOS
006570     END-IF.
006580
006590*****************************************************
006600*  TROCA-LADOS - SWAPS THE DEBIT AND CREDIT ACCOUNTS.
006610*****************************************************
006620 TROCA-LADOS.
006630     MOVE WS-CONTA-DEBITO TO WS-CONTA-TROCA.
006640     MOVE WS-CONTA-CREDITO TO WS-CONTA-DEBITO.
006650     MOVE WS-CONTA-TROCA TO WS-CONTA-CREDITO.
006660
006670*****************************************************
006680*  ESCOLHE-MAPA - THE MATCHING CARD THAT SPELLS OUT
006690*  THE MOST KEY FIELDS, THE EARLIER ONE ON A TIE;
006700*  ZERO WHEN NONE MATCHES.
006710*****************************************************
006720 ESCOLHE-MAPA.
006730     MOVE ZERO TO WS-MAPA-ESCOLHIDO.
006740     MOVE ZERO TO WS-MAPA-MELHOR-PESO.
006750     PERFORM AVALIA-UM-MAPA
006760         VARYING WS-MAPA-IDX FROM 1 BY 1
006770         UNTIL WS-MAPA-IDX > WS-MAPA-QTD.
006780
006790 AVALIA-UM-MAPA.
006800     IF (WS-MAPA-OPERACAO (WS-MAPA-IDX) = "*"
006810             OR WS-MAPA-OPERACAO (WS-MAPA-IDX)
006820                 = WS-CHAVE-OPERACAO)
006830         AND (WS-MAPA-IND-DC (WS-MAPA-IDX) = "*"
006840             OR WS-MAPA-IND-DC (WS-MAPA-IDX)
006850                 = WS-CHAVE-IND-DC)
006860         AND (WS-MAPA-MOEDA (WS-MAPA-IDX) = "***"
006870             OR WS-MAPA-MOEDA (WS-MAPA-IDX)
006880                 = WS-CHAVE-MOEDA)
006890         AND (WS-MAPA-ORIGEM (WS-MAPA-IDX) = "*"
006900             OR WS-MAPA-ORIGEM (WS-MAPA-IDX)
006910                 = WS-CHAVE-ORIGEM)
006920         IF WS-MAPA-ESCOLHIDO = ZERO
006930             OR WS-MAPA-PESO (WS-MAPA-IDX)
006940                 > WS-MAPA-MELHOR-PESO
006950             MOVE WS-MAPA-IDX TO WS-MAPA-ESCOLHIDO
006960             MOVE WS-MAPA-PESO (WS-MAPA-IDX)
006970                 TO WS-MAPA-MELHOR-PESO
006980         END-IF
006990     END-IF.
007000
007010*****************************************************
007020*  GRAVA-LANCAMENTO - THE DEBIT LINE AND THE CREDIT
007030*  LINE OF THE ENTRY, EACH POSTED TO ITS ACCOUNT ON
007040*  THE TRIAL BALANCE.
007050*****************************************************
007060 GRAVA-LANCAMENTO.
007070     ADD 1 TO WS-NUMERO-LANCAMENTO.
007080     ADD 1 TO WS-CONT-LANCAMENTOS.
007090     ADD WS-VALOR-LANCAMENTO TO WS-SOMA-LANCADA.
007100     MOVE SPACES TO JN-REGISTRO-DIARIO.
007110     MOVE JP-DATA-PROCESSAMENTO TO JN-DATA.
007120     MOVE WS-NUMERO-LANCAMENTO TO JN-NUMERO-LANCAMENTO.
007130     MOVE WS-VALOR-LANCAMENTO TO JN-VALOR.
007140     MOVE EX-ID-TRANSACAO TO JN-ID-TRANSACAO.
007150     MOVE EX-CONTA TO JN-CONTA-CLIENTE.
007160     MOVE EX-MOEDA TO JN-MOEDA.
007170     MOVE EX-RESULTADO TO JN-VALOR-ORIGINAL.
007180     MOVE WS-SITUACAO-MAPA TO JN-SITUACAO-MAPA.
007190     MOVE WS-HISTORICO TO JN-HISTORICO.
007200     MOVE "D" TO JN-IND-DEBITO-CREDITO.
007210     MOVE WS-CONTA-DEBITO TO JN-CONTA-GL.
007220     WRITE JN-REGISTRO-DIARIO.
007230     MOVE "D" TO WS-LADO-LANCADO.
007240     MOVE WS-CONTA-DEBITO TO WS-CONTA-PROCURADA.
007250     PERFORM ACUMULA-CONTA-GL.
007260     MOVE "C" TO JN-IND-DEBITO-CREDITO.
007270     MOVE WS-CONTA-CREDITO TO JN-CONTA-GL.
007280     WRITE JN-REGISTRO-DIARIO.
007290     MOVE "C" TO WS-LADO-LANCADO.
007300     MOVE WS-CONTA-CREDITO TO WS-CONTA-PROCURADA.
007310     PERFORM ACUMULA-CONTA-GL.
007320
007330*****************************************************
007340*  ACUMULA-CONTA-GL - ADDS THE ENTRY'S AMOUNT TO THE
007350*  SIDE WS-LADO-LANCADO OF WS-CONTA-PROCURADA ON THE
007360*  TRIAL BALANCE, OPENING THE ACCOUNT IN ITS PLACE
007370*  IN ACCOUNT ORDER ON ITS FIRST USE.
007380*****************************************************
007390 ACUMULA-CONTA-GL.
007400     MOVE 1 TO WS-CGL-IDX.
007410     MOVE "N" TO WS-CGL-POSICAO-SW.
007420     PERFORM POSICIONA-CONTA-GL
007430         UNTIL WS-CGL-POSICIONADA.
007440     IF WS-CGL-IDX > WS-CGL-QTD
007450         PERFORM ABRE-CONTA-GL
007460     ELSE
007470         IF WS-CGL-CONTA (WS-CGL-IDX)
007480                 NOT = WS-CONTA-PROCURADA
007490             PERFORM ABRE-CONTA-GL
007500         END-IF
007510     END-IF.
007520     IF WS-LADO-LANCADO = "D"
007530         ADD WS-VALOR-LANCAMENTO
007540             TO WS-CGL-DEBITOS (WS-CGL-IDX)
007550     ELSE
007560         ADD WS-VALOR-LANCAMENTO
007570             TO WS-CGL-CREDITOS (WS-CGL-IDX)
007580     END-IF.
007590
007600*    STOPS ON THE ACCOUNT OR ON THE FIRST ONE AFTER
007610*    IT, OR ONE PAST THE END.
007620 POSICIONA-CONTA-GL.
007630     IF WS-CGL-IDX > WS-CGL-QTD
007640         SET WS-CGL-POSICIONADA TO TRUE
007650     ELSE
007660         IF WS-CGL-CONTA (WS-CGL-IDX)
007670                 NOT < WS-CONTA-PROCURADA
007680             SET WS-CGL-POSICIONADA TO TRUE
007690         ELSE
007700             ADD 1 TO WS-CGL-IDX
007710         END-IF
007720     END-IF.
007730
007740 ABRE-CONTA-GL.
007750     IF WS-CGL-QTD >= WS-MAXIMO-CONTAS-GL
007760         DISPLAY "ERRO - EXCESSO DE CONTAS CONTABEIS NO "
007770             "BALANCETE"
007780         MOVE 12 TO RETURN-CODE
007790         STOP RUN
007800     END-IF.
007810     PERFORM DESLOCA-CONTA-GL
007820         VARYING WS-CGL-POS FROM WS-CGL-QTD BY -1
007830         UNTIL WS-CGL-POS < WS-CGL-IDX.
007840     ADD 1 TO WS-CGL-QTD.
007850     MOVE WS-CONTA-PROCURADA TO WS-CGL-CONTA (WS-CGL-IDX).
007860     MOVE ZERO TO WS-CGL-DEBITOS (WS-CGL-IDX).
007870     MOVE ZERO TO WS-CGL-CREDITOS (WS-CGL-IDX).
007880
007890 DESLOCA-CONTA-GL.
007900     MOVE WS-CGL-ENTRADA (WS-CGL-POS)
007910         TO WS-CGL-ENTRADA (WS-CGL-POS + 1).
007920
007930*****************************************************
007940*  IMPRIME-CABECALHO / INICIA-SECAO / ENCERRA-SECAO -
007950*  PAGE HEADING AND SECTION FRAMING, AS IN AULA14.
007960*****************************************************
007970 IMPRIME-CABECALHO.
007980     ADD 1 TO WS-CONTADOR-PAGINAS.
007990     MOVE JP-DATA-PROCESSAMENTO TO WS-CAB-DATA.
008000     MOVE WS-CONTADOR-PAGINAS TO WS-CAB-PAGINA.
008010     IF WS-CONTADOR-PAGINAS = 1
008020         WRITE REL-REGISTRO FROM WS-CABECALHO-1
008030             AFTER ADVANCING 1 LINE
008040     ELSE
008050         WRITE REL-REGISTRO FROM WS-CABECALHO-1
008060             AFTER ADVANCING PAGE
008070     END-IF.
008080     MOVE JP-CONTA-SUSPENSA TO WS-CAB-SUSPENSO.
008090     MOVE JP-CONTA-CLIENTES TO WS-CAB-CLIENTES.
008100     MOVE WS-MAPA-QTD TO WS-CAB-MAPAS.
008110     WRITE REL-REGISTRO FROM WS-CABECALHO-2
008120         AFTER ADVANCING 1 LINE.
008130     MOVE WS-TITULO-SECAO TO WS-CAB-SECAO.
008140     WRITE REL-REGISTRO FROM WS-CABECALHO-3
008150         AFTER ADVANCING 2 LINES.
008160     WRITE REL-REGISTRO FROM WS-CABECALHO-4
008170         AFTER ADVANCING 1 LINE.
008180     WRITE REL-REGISTRO FROM WS-CABECALHO-5
008190         AFTER ADVANCING 1 LINE.
008200     MOVE 6 TO WS-CONTADOR-LINHAS.
008210
008220 INICIA-SECAO.
008230     MOVE ZERO TO WS-CONT-SECAO.
008240     PERFORM IMPRIME-CABECALHO.
008250
008260 ENCERRA-SECAO.
008270     IF WS-CONTADOR-LINHAS + 2 >= WS-LINHAS-POR-PAGINA
008280         PERFORM IMPRIME-CABECALHO
008290     END-IF.
008300     IF WS-CONT-SECAO = ZERO
008310         MOVE "NENHUM MOVIMENTO EM EXCECAO" TO WS-TXT-TEXTO
008320         WRITE REL-REGISTRO FROM WS-LINHA-TEXTO
008330             AFTER ADVANCING 1 LINE
008340     END-IF.
008350     MOVE WS-CONT-EXCECOES TO WS-TOT-QTD.
008360     MOVE WS-SOMA-SUSPENSOS TO WS-TOT-VALOR.
008370     WRITE REL-REGISTRO FROM WS-LINHA-TOTAL
008380         AFTER ADVANCING 2 LINES.
008390
008400 IMPRIME-EXCECAO.
008410     IF WS-CONTADOR-LINHAS + 1 >= WS-LINHAS-POR-PAGINA
008420         PERFORM IMPRIME-CABECALHO
008430     END-IF.
008440     MOVE EX-ID-TRANSACAO TO WS-EXC-ID.
008450     MOVE EX-CONTA TO WS-EXC-CONTA.
008460     MOVE EX-OPERACAO TO WS-EXC-OPERACAO.
008470     MOVE EX-IND-DEBITO-CREDITO TO WS-EXC-IND-DC.
008480     MOVE EX-MOEDA TO WS-EXC-MOEDA.
008490     MOVE EX-ORIGEM-LOTE TO WS-EXC-ORIGEM.
008500     WRITE REL-REGISTRO FROM WS-LINHA-EXCECAO
008510         AFTER ADVANCING 1 LINE.
008520     ADD 1 TO WS-CONTADOR-LINHAS.
008530     ADD 1 TO WS-CONT-SECAO.
008540
008550*****************************************************
008560*  IMPRIME-CONTA-GL - ONE ACCOUNT OF THE TRIAL
008570*  BALANCE, ADDED TO THE COLUMN TOTALS.
008580*****************************************************
008590 IMPRIME-CONTA-GL.
008600     IF WS-CONTADOR-LINHAS + 1 >= WS-LINHAS-POR-PAGINA
008610         PERFORM IMPRIME-CABECALHO
008620     END-IF.
008630     ADD WS-CGL-DEBITOS (WS-CGL-IDX) TO WS-TOTAL-DEBITOS.
008640     ADD WS-CGL-CREDITOS (WS-CGL-IDX) TO WS-TOTAL-CREDITOS.
008650     MOVE WS-CGL-CONTA (WS-CGL-IDX) TO WS-CGL-LIN-CONTA.
008660     MOVE WS-CGL-DEBITOS (WS-CGL-IDX) TO WS-CGL-LIN-DEBITOS.
008670     MOVE WS-CGL-CREDITOS (WS-CGL-IDX)
008680         TO WS-CGL-LIN-CREDITOS.
008690     COMPUTE WS-CGL-LIN-SALDO =
008700         WS-CGL-DEBITOS (WS-CGL-IDX)
008710             - WS-CGL-CREDITOS (WS-CGL-IDX).
008720     WRITE REL-REGISTRO FROM WS-LINHA-CONTA-GL
008730         AFTER ADVANCING 1 LINE.
008740     ADD 1 TO WS-CONTADOR-LINHAS.
008750     ADD 1 TO WS-CONT-SECAO.
008760
008770*****************************************************
008780*  IMPRIME-VEREDICTO - THE COLUMN TOTALS, AND THE
008790*  VERDICT: DEBITS MUST EQUAL CREDITS AND BOTH MUST
008800*  EQUAL THE AMOUNT JOURNALLED, OR AN ENTRY WAS LOST
008810*  ON THE WAY.
008820*****************************************************
008830 IMPRIME-VEREDICTO.
008840     IF WS-CONTADOR-LINHAS + 4 >= WS-LINHAS-POR-PAGINA
008850         PERFORM IMPRIME-CABECALHO
008860     END-IF.
008870     IF WS-CONT-SECAO = ZERO
008880         MOVE "NENHUM LANCAMENTO NA DATA" TO WS-TXT-TEXTO
008890         WRITE REL-REGISTRO FROM WS-LINHA-TEXTO
008900             AFTER ADVANCING 1 LINE
008910     END-IF.
008920     MOVE "TOTAL" TO WS-CGL-LIN-CONTA.
008930     MOVE WS-TOTAL-DEBITOS TO WS-CGL-LIN-DEBITOS.
008940     MOVE WS-TOTAL-CREDITOS TO WS-CGL-LIN-CREDITOS.
008950     COMPUTE WS-CGL-LIN-SALDO =
008960         WS-TOTAL-DEBITOS - WS-TOTAL-CREDITOS.
008970     WRITE REL-REGISTRO FROM WS-CABECALHO-5
008980         AFTER ADVANCING 1 LINE.
008990     WRITE REL-REGISTRO FROM WS-LINHA-CONTA-GL
009000         AFTER ADVANCING 1 LINE.
009010     IF WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS
009020             AND WS-TOTAL-DEBITOS = WS-SOMA-LANCADA
009030         SET WS-EM-BALANCO TO TRUE
009040         MOVE "EM BALANCO - DIARIO LIBERADO PARA O GL"
009050             TO WS-TXT-TEXTO
009060     ELSE
009070         SET WS-FORA-DE-BALANCO TO TRUE
009080         MOVE "FORA DE BALANCO - DIARIO RETIDO"
009090             TO WS-TXT-TEXTO
009100     END-IF.
009110     WRITE REL-REGISTRO FROM WS-LINHA-TEXTO
009120         AFTER ADVANCING 2 LINES.
009130
009140*****************************************************
009150*  FINALIZA-PROGRAMA - SUMMARY AND RETURN CODE: 0 =
009160*  IN BALANCE AND EVERY LINE MAPPED, 4 = IN BALANCE
009170*  WITH EXCEPTIONS, 8 = OUT OF BALANCE.
009180*****************************************************
009190 FINALIZA-PROGRAMA.
009200     CLOSE RELDIARIO.
009210     DISPLAY "----------------------------------------".
009220     DISPLAY "RESUMO DO DIARIO CONTABIL - DATA "
009230         JP-DATA-PROCESSAMENTO.
009240     DISPLAY "LINHAS DO EXTRATO   : " WS-CONT-LIDOS.
009250     DISPLAY "LANCAMENTOS GRAVADOS: " WS-CONT-LANCAMENTOS.
009260     DISPLAY "  MAPEADOS          : " WS-CONT-MAPEADOS.
009270     DISPLAY "  EM SUSPENSO       : " WS-CONT-SUSPENSOS.
009280     DISPLAY "VALOR INVALIDO      : " WS-CONT-INVALIDOS.
009290     DISPLAY "VALOR ZERO          : " WS-CONT-VALOR-ZERO.
009300     MOVE WS-SOMA-LANCADA TO WS-TOTAL-EDITADO.
009310     DISPLAY "TOTAL LANCADO (BRL) : " WS-TOTAL-EDITADO.
009320     MOVE WS-SOMA-SUSPENSOS TO WS-TOTAL-EDITADO.
009330     DISPLAY "EM SUSPENSO (BRL)   : " WS-TOTAL-EDITADO.
009340     DISPLAY "CONTAS NO BALANCETE : " WS-CGL-QTD.
009350     IF WS-EM-BALANCO
009360         DISPLAY "BALANCETE EM BALANCO"
009370     ELSE
009380         DISPLAY "ERRO - BALANCETE FORA DE BALANCO"
009390     END-IF.
009400     DISPLAY "----------------------------------------".
009410     EVALUATE TRUE
009420         WHEN WS-FORA-DE-BALANCO
009430             MOVE 8 TO RETURN-CODE
009440         WHEN WS-CONT-EXCECOES > ZERO
009450             MOVE 4 TO RETURN-CODE
009460         WHEN OTHER
009470             MOVE ZERO TO RETURN-CODE
009480     END-EVALUATE.
009490     PERFORM REGISTRA-FIM.
009500     DISPLAY "Programa finalizado!!".
009510     STOP RUN.
009520
009530*****************************************************
009540*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
009550*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
009560*  ARE ACCEPTED AND THE PREREQUISITE STEPS HAVE
009570*  BEEN FOUND COMPLETE, SO AN I WITH NO MATCHING F
009580*  MEANS THE RUN IS STILL GOING OR DIED.
009590*****************************************************
009600 REGISTRA-INICIO.
009610     PERFORM MONTA-EXECLOG.
009620     MOVE "I" TO WE-EVENTO.
009630     PERFORM GRAVA-EXECLOG.
009640
009650*****************************************************
009660*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
009670*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
009680*****************************************************
009690 REGISTRA-FIM.
009700     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
009710     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
009720     MOVE "F" TO WE-EVENTO.
009730     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
009740     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
009750     MOVE RETURN-CODE TO WE-RETURN-CODE.
009760     MOVE WS-CONT-LIDOS TO WE-QTD-LIDOS.
009770     MOVE WS-CONT-LANCAMENTOS TO WE-QTD-PROCESSADOS.
009780     MOVE WS-CONT-EXCECOES TO WE-QTD-EXCECOES.
009790     PERFORM GRAVA-EXECLOG.
009800
009810 MONTA-EXECLOG.
009820     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
009830     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
009840     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
009850     MOVE "AULA20" TO WE-PROGRAMA.
009860     MOVE JP-DATA-PROCESSAMENTO TO WE-DATA-REFERENCIA.
009870     MOVE SPACES TO WE-OPERADOR.
009880     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
009890     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
009900     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
009910         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
009920
009930*****************************************************
009940*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
009950*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
009960*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
009970*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
009980*****************************************************
009990 GRAVA-EXECLOG.
010000     OPEN EXTEND EXECLOG.
010010     IF WS-EXECLOG-STATUS = "35" OR "05"
010020         OPEN OUTPUT EXECLOG
010030     END-IF.
010040     IF WS-EXECLOG-STATUS NOT = "00"
010050         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
010060             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
010070         MOVE 12 TO RETURN-CODE
010080         STOP RUN
010090     END-IF.
010100     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
010110     CLOSE EXECLOG.
010120
010130*****************************************************
010140*  CONSULTA-EXECLOG - SWEEPS THE LEDGER AND LEAVES
010150*  IN WS-PRE-SITUACAO AND WS-PRE-RC THE STATE OF THE
010160*  LATEST RUN OF WS-PRE-PROGRAMA FOR
010170*  WS-PRE-REFERENCIA: BLANK = NEVER RAN, I = STARTED
010180*  AND NEVER ENDED (STILL GOING OR ABENDED), F =
010190*  ENDED WITH WS-PRE-RC.  REFUSED ATTEMPTS NEVER RAN
010200*  AND ARE PASSED OVER.  AN ABSENT LEDGER ONLY MEANS
010210*  NOTHING HAS RUN YET.
010220*****************************************************
010230 CONSULTA-EXECLOG.
010240     MOVE SPACE TO WS-PRE-SITUACAO.
010250     MOVE ZERO TO WS-PRE-RC.
010260     PERFORM ABRE-CONSULTA-EXECLOG.
010270     PERFORM EXAMINA-EXECLOG
010280         UNTIL WS-FIM-EXECLOG.
010290     PERFORM FECHA-CONSULTA-EXECLOG.
010300
010310 EXAMINA-EXECLOG.
010320     IF EL-PROGRAMA = WS-PRE-PROGRAMA
010330             AND EL-DATA-REFERENCIA = WS-PRE-REFERENCIA
010340         IF EL-EVENTO-INICIO
010350             MOVE "I" TO WS-PRE-SITUACAO
010360             MOVE ZERO TO WS-PRE-RC
010370         END-IF
010380         IF EL-EVENTO-FIM
010390             MOVE "F" TO WS-PRE-SITUACAO
010400             MOVE EL-RETURN-CODE TO WS-PRE-RC
010410         END-IF
010420     END-IF.
010430     PERFORM LE-EXECLOG.
010440
010450 ABRE-CONSULTA-EXECLOG.
010460     MOVE "N" TO WS-EXECLOG-EOF-SW.
010470     OPEN INPUT EXECLOG.
010480     IF WS-EXECLOG-STATUS = "35"
010490         SET WS-FIM-EXECLOG TO TRUE
010500     ELSE
010510         IF WS-EXECLOG-STATUS NOT = "00"
010520             DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
010530                 "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
010540             MOVE 12 TO RETURN-CODE
010550             STOP RUN
010560         END-IF
010570         PERFORM LE-EXECLOG
010580     END-IF.
010590
010600 FECHA-CONSULTA-EXECLOG.
010610     IF WS-EXECLOG-STATUS NOT = "35"
010620         CLOSE EXECLOG
010630     END-IF.
010640
010650 LE-EXECLOG.
010660     READ EXECLOG
010670         AT END
010680             SET WS-FIM-EXECLOG TO TRUE
010690     END-READ.
010700
010710*****************************************************
010720*  DESCREVE-PRE-REQUISITO - SHOWS THE OPERATOR WHICH
010730*  STEP WAS NOT FOUND COMPLETE, AND IN WHAT STATE,
010740*  AND KEEPS THE SAME TEXT FOR THE REFUSAL RECORD.
010750*****************************************************
010760 DESCREVE-PRE-REQUISITO.
010770     MOVE WS-PRE-PROGRAMA TO WS-PM-PROGRAMA.
010780     MOVE WS-PRE-REFERENCIA TO WS-PM-REFERENCIA.
010790     EVALUATE TRUE
010800         WHEN WS-PRE-NAO-EXECUTADO
010810             MOVE "NAO EXECUTOU" TO WS-PM-ESTADO
010820         WHEN WS-PRE-EM-ANDAMENTO
010830             MOVE "INCOMPLETO" TO WS-PM-ESTADO
010840         WHEN OTHER
010850             MOVE "RC" TO WS-PM-ESTADO
010860             MOVE WS-PRE-RC TO WS-PM-RC
010870     END-EVALUATE.
010880     DISPLAY "ERRO - PRE-REQUISITO NAO ATENDIDO: "
010890         WS-PRE-MENSAGEM.
010900
010910*****************************************************
010920*  RECUSA-EXECUCAO - A PREREQUISITE STEP HAS NOT
010930*  COMPLETED ACCEPTABLY: THE REFUSAL GOES ON THE
010940*  LEDGER (R, RC 16) AND THE RUN STOPS BEFORE ANY
010950*  FILE IS TOUCHED.
010960*****************************************************
010970 RECUSA-EXECUCAO.
010980     PERFORM MONTA-EXECLOG.
010990     MOVE "R" TO WE-EVENTO.
011000     MOVE WE-DATA-INICIO TO WE-DATA-FIM.
011010     MOVE WE-HORA-INICIO TO WE-HORA-FIM.
011020     MOVE 16 TO WE-RETURN-CODE.
011030     MOVE WS-PRE-MENSAGEM TO WE-MENSAGEM.
011040     PERFORM GRAVA-EXECLOG.
011050     DISPLAY "EXECUCAO RECUSADA - RC 16".
011060     MOVE 16 TO RETURN-CODE.
011070     STOP RUN.
011080
011090 END PROGRAM aula20.
