000300*  2026-09-02 RLH   NEW DISPOSITION L (CREDIT-LIMIT
000310*                   REFUSAL) SHOWN ON DETAIL LINES
000320*                   AND COUNTED IN THE SUMMARY.
000330*  2026-10-15 RLH   REVERSALS: A NEW LINK COLUMN SHOWS
000340*                   "ESTORNO DE" THE ORIGINAL ID ON A
000350*                   REVERSAL LINE AND "ESTORNADO POR"
000360*                   THE REVERSING ID ON AN ORIGINAL
000370*                   THAT HAS BEEN BACKED OUT (LOOKED
000380*                   UP ON POSTFILE), AND POSTED
000390*                   REVERSALS ARE COUNTED IN THE
000400*                   SUMMARY.
000410*  2026-10-15 RLH   RUN LEDGER: THE RUN IS RECORDED ON
000420*                   EXECLOG (START, AND END WITH RC
000430*                   AND COUNTS) UNDER THE REPORT
000440*                   DATE.
000450*  2026-10-15 RLH   THE LINK COLUMN'S HEADING NOW LINES
000460*                   UP WITH ITS DETAIL FIELD, AND THE
000470*                   RULE SPANS THE FULL DETAIL LINE.
000480*****************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-AUDITFILE-STATUS.
000550     SELECT RELFILE ASSIGN TO "RELFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-RELFILE-STATUS.
000580     SELECT POSTFILE ASSIGN TO "POSTFILE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS PT-ID-TRANSACAO
000620         FILE STATUS IS WS-POSTFILE-STATUS.
000630     SELECT EXECLOG ASSIGN TO "EXECLOG"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-EXECLOG-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  AUDITFILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORDING MODE IS F.
000710     COPY AUDITREC.
000720 FD  RELFILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORDING MODE IS F.
000750 01  REL-REGISTRO             PIC X(132).
000760 FD  POSTFILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY POSTREC.
000790 FD  EXECLOG
000800     LABEL RECORDS ARE STANDARD
000810     RECORDING MODE IS F.
000820     COPY EXECREC.
000830 WORKING-STORAGE SECTION.
000840*****************************************************
000850*  SWITCHES AND FILE STATUS
000860*****************************************************
000870 77  WS-EOF-SW                PIC X(01) VALUE "N".
000880     88  WS-FIM-ARQUIVO                 VALUE "Y".
000890 77  WS-AUDITFILE-STATUS      PIC X(02) VALUE "00".
000900 77  WS-RELFILE-STATUS        PIC X(02) VALUE "00".
000910 77  WS-POSTFILE-STATUS       PIC X(02) VALUE "00".
000920 77  WS-POSTADOS-SW           PIC X(01) VALUE "N".
000930     88  WS-POSTADOS-DISPONIVEL         VALUE "Y".
000940*****************************************************
000950*  REPORT DATE AS KEYED BY THE OPERATOR, WITH AN
000960*  ALPHANUMERIC VIEW FOR THE PAGE-HEADING EDIT.
000970*****************************************************
000980 01  WS-DATA-RELATORIO        PIC 9(08).
000990 01  WS-DATA-RELATORIO-X REDEFINES WS-DATA-RELATORIO.
001000     05  WS-DATA-AAAA         PIC X(04).
001010     05  WS-DATA-MM           PIC X(02).
001020     05  WS-DATA-DD           PIC X(02).
001030*****************************************************
001040*  PAGE CONTROL
001050*****************************************************
001060 77  WS-LINHAS-POR-PAGINA     PIC 9(02) COMP VALUE 55.
001070 77  WS-CONTADOR-LINHAS       PIC 9(02) COMP VALUE ZERO.
001080 77  WS-CONTADOR-PAGINAS      PIC 9(05) COMP VALUE ZERO.
001090*****************************************************
001100*  ACCUMULATORS BY DISPOSITION.  COUNTS ONLY - THE
001110*  AMOUNTS ARE IN THE TRANSACTION CURRENCY (AU-MOEDA)
001120*  AND MUST NEVER BE ADDED ACROSS CURRENCIES, SO THE
001130*  MONEY SUBTOTALS LIVE IN THE PER-CURRENCY TABLE
001140*  BELOW.
001150*****************************************************
001160 77  WS-CONT-NORMAIS          PIC 9(07) COMP VALUE ZERO.
001170 77  WS-CONT-REJEITADAS       PIC 9(07) COMP VALUE ZERO.
001180 77  WS-CONT-ESTOUROS         PIC 9(07) COMP VALUE ZERO.
001190 77  WS-CONT-LIMITES          PIC 9(07) COMP VALUE ZERO.
001200 77  WS-CONT-ESTORNOS         PIC 9(07) COMP VALUE ZERO.
001210 77  WS-CONT-TOTAL            PIC 9(07) COMP VALUE ZERO.
001220 77  WS-TRABALHO-PCT          PIC 9(09)V99 COMP-3 VALUE ZERO.
001230 77  WS-PERCENTUAL-REJEICAO   PIC 9(03)V99 VALUE ZERO.
001240*****************************************************
001250*  PER-CURRENCY ACCUMULATORS - ONE SLOT PER CURRENCY
001260*  SEEN ON THE REPORT DATE.  SPACES ON RECORDS FROM
001270*  BEFORE AU-MOEDA EXISTED COUNTS AS BRL.
001280*****************************************************
001290 77  WS-MAXIMO-MOEDAS         PIC 9(02) COMP VALUE 20.
001300 77  WS-MOEDA-QTD             PIC 9(02) COMP VALUE ZERO.
001310 77  WS-MOEDA-TRABALHO        PIC X(03) VALUE SPACES.
001320 01  WS-TABELA-MOEDAS.
001330     05  WS-MOEDA-ENTRADA OCCURS 20 TIMES
001340             INDEXED BY WS-MOEDA-IDX.
001350         10  WS-MOEDA-CODIGO  PIC X(03).
001360         10  WS-MOEDA-CONT    PIC 9(07) COMP.
001370         10  WS-MOEDA-SOMA    PIC S9(13)V99 COMP-3.
001380*****************************************************
001390*  PRINT LINES
001400*****************************************************
001410 01  WS-CABECALHO-1.
001420     05  FILLER               PIC X(31) VALUE
001430         "RELATORIO DIARIO DE OPERACOES  ".
001440     05  FILLER               PIC X(06) VALUE "DATA: ".
001450     05  WS-CAB-DATA          PIC X(10).
001460     05  FILLER               PIC X(05) VALUE SPACES.
001470     05  FILLER               PIC X(08) VALUE "PAGINA: ".
001480     05  WS-CAB-PAGINA        PIC ZZZZ9.
001490 01  WS-CABECALHO-2.
001500     05  FILLER               PIC X(68) VALUE
001510         "    ID          NUM1          NUM2     RESULTADO  DISPOS
001520-        "ICAO   MOEDA".
001530     05  FILLER               PIC X(11) VALUE "    VINCULO".
001540 01  WS-CABECALHO-3.
001550     05  FILLER               PIC X(92) VALUE ALL "-".
001560 01  WS-LINHA-DETALHE.
001570     05  FILLER               PIC X(02) VALUE SPACES.
001580     05  WS-DET-ID            PIC 9(06).
001590     05  FILLER               PIC X(03) VALUE SPACES.
001600     05  WS-DET-NUM1          PIC -Z(6)9.99.
001610     05  FILLER               PIC X(02) VALUE SPACES.
001620     05  WS-DET-NUM2          PIC -Z(6)9.99.
001630     05  FILLER               PIC X(02) VALUE SPACES.
001640     05  WS-DET-RESULTADO     PIC -Z(6)9.99.
001650     05  FILLER               PIC X(02) VALUE SPACES.
001660     05  WS-DET-DISPOSICAO    PIC X(10).
001670     05  FILLER               PIC X(02) VALUE SPACES.
001680     05  WS-DET-MOEDA         PIC X(03).
001690     05  FILLER               PIC X(07) VALUE SPACES.
001700     05  WS-DET-VINCULO       PIC X(20).
001710 01  WS-LINHA-SUBTOTAL.
001720     05  FILLER               PIC X(02) VALUE SPACES.
001730     05  WS-SUB-ROTULO        PIC X(12).
001740     05  FILLER               PIC X(09) VALUE "  QUANT: ".
001750     05  WS-SUB-QUANTIDADE    PIC Z(6)9.
001760     05  FILLER               PIC X(09) VALUE "  SOMA: ".
001770     05  WS-SUB-SOMA          PIC -Z(12)9.99.
001780 01  WS-LINHA-SUBTOTAL-DISP.
001790     05  FILLER               PIC X(02) VALUE SPACES.
001800     05  WS-SDI-ROTULO        PIC X(12).
001810     05  FILLER               PIC X(09) VALUE "  QUANT: ".
001820     05  WS-SDI-QUANTIDADE    PIC Z(6)9.
001830 01  WS-LINHA-PERCENTUAL.
001840     05  FILLER               PIC X(26) VALUE
001850         "  PERCENTUAL DE REJEICAO: ".
001860     05  WS-PCT-EDITADO       PIC ZZ9.99.
001870     05  FILLER               PIC X(02) VALUE " %".
001880 01  WS-LINHA-TITULO-RESUMO.
001890     05  FILLER               PIC X(22) VALUE
001900         "RESUMO POR DISPOSICAO ".
001910 01  WS-LINHA-TITULO-MOEDAS.
001920     05  FILLER               PIC X(17) VALUE
001930         "RESUMO POR MOEDA ".
001940*****************************************************
001950*  CYCLE RUN LEDGER (EXECLOG)
001960*****************************************************
001970 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
001980 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
001990 01  WS-EL-HORA-SISTEMA.
002000     05  WS-EL-HHMMSS         PIC 9(06).
002010     05  FILLER               PIC 9(02).
002020     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
002030
002040 PROCEDURE DIVISION.
002050*****************************************************
002060*  INICIALIZACAO - ACCEPTS AND VALIDATES THE REPORT
002070*  DATE, OPENS THE FILES AND DRIVES THE REPORT TO
002080*  END OF FILE.
002090*****************************************************
002100 INICIALIZACAO.
002110     DISPLAY "DATA DO RELATORIO (AAAAMMDD): "
002120         WITH NO ADVANCING.
002130     ACCEPT WS-DATA-RELATORIO.
002140     IF WS-DATA-RELATORIO NOT NUMERIC
002150         OR WS-DATA-MM < "01" OR WS-DATA-MM > "12"
002160         OR WS-DATA-DD < "01" OR WS-DATA-DD > "31"
002170         DISPLAY "DATA DO RELATORIO INVALIDA"
002180         MOVE 12 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210     PERFORM REGISTRA-INICIO.
002220     OPEN INPUT AUDITFILE.
002230     IF WS-AUDITFILE-STATUS NOT = "00"
002240         DISPLAY "ERRO AO ABRIR AUDITFILE, STATUS "
002250             WS-AUDITFILE-STATUS
002260         MOVE 12 TO RETURN-CODE
002270         STOP RUN
002280     END-IF.
002290     PERFORM ABRE-POSTFILE.
002300     OPEN OUTPUT RELFILE.
002310     PERFORM IMPRIME-CABECALHO.
002320     PERFORM LE-AUDITORIA.
002330     PERFORM PROCESSA-AUDITORIA
002340         UNTIL WS-FIM-ARQUIVO.
002350     PERFORM IMPRIME-RESUMO.
002360     PERFORM FINALIZA-PROGRAMA.
002370
002380*****************************************************
002390*  ABRE-POSTFILE - THE POSTED MASTER SAYS WHICH
002400*  ORIGINALS HAVE BEEN REVERSED.  A MISSING MASTER
002410*  ONLY MEANS NOTHING WAS EVER POSTED - THE REPORT
002420*  RUNS WITHOUT THE "ESTORNADO POR" LINKS - BUT ANY
002430*  OTHER OPEN FAILURE STOPS THE RUN.
002440*****************************************************
002450 ABRE-POSTFILE.
002460     OPEN INPUT POSTFILE.
002470     IF WS-POSTFILE-STATUS = "35"
002480         DISPLAY "AVISO - MASTER DE POSTADOS AUSENTE - "
002490             "ESTORNOS DOS ORIGINAIS NAO SERAO INDICADOS"
002500     ELSE
002510         IF WS-POSTFILE-STATUS NOT = "00"
002520             DISPLAY "ERRO - MASTER DE POSTADOS INDISPONIVEL, "
002530                 "STATUS " WS-POSTFILE-STATUS
002540             MOVE 12 TO RETURN-CODE
002550             STOP RUN
002560         END-IF
002570         SET WS-POSTADOS-DISPONIVEL TO TRUE
002580     END-IF.
002590
002600 LE-AUDITORIA.
002610     READ AUDITFILE
002620         AT END
002630             SET WS-FIM-ARQUIVO TO TRUE
002640     END-READ.
002650
002660*****************************************************
002670*  PROCESSA-AUDITORIA - PRINTS AND ACCUMULATES ONE
002680*  AUDIT RECORD IF IT BELONGS TO THE REPORT DATE;
002690*  RECORDS OF OTHER DATES ARE PASSED OVER, SINCE THE
002700*  AUDIT LOG IS OPENED EXTEND BY AULA1 AND CARRIES
002710*  EVERY RUN'S HISTORY.
002720*****************************************************
002730 PROCESSA-AUDITORIA.
002740     IF AU-DATA = WS-DATA-RELATORIO
002750         PERFORM IMPRIME-DETALHE
002760         PERFORM ACUMULA-DISPOSICAO
002770     END-IF.
002780     PERFORM LE-AUDITORIA.
002790
002800*****************************************************
002810*  IMPRIME-CABECALHO - STARTS A NEW PAGE WITH THE
002820*  REPORT AND COLUMN HEADINGS.
002830*****************************************************
002840 IMPRIME-CABECALHO.
002850     ADD 1 TO WS-CONTADOR-PAGINAS.
002860     MOVE SPACES TO WS-CAB-DATA.
002870     STRING WS-DATA-AAAA "/" WS-DATA-MM "/" WS-DATA-DD
002880         DELIMITED BY SIZE INTO WS-CAB-DATA.
002890     MOVE WS-CONTADOR-PAGINAS TO WS-CAB-PAGINA.
002900     IF WS-CONTADOR-PAGINAS = 1
002910         WRITE REL-REGISTRO FROM WS-CABECALHO-1
002920             AFTER ADVANCING 1 LINE
002930     ELSE
002940         WRITE REL-REGISTRO FROM WS-CABECALHO-1
002950             AFTER ADVANCING PAGE
002960     END-IF.
002970     WRITE REL-REGISTRO FROM WS-CABECALHO-2
002980         AFTER ADVANCING 2 LINES.
002990     WRITE REL-REGISTRO FROM WS-CABECALHO-3
003000         AFTER ADVANCING 1 LINE.
003010     MOVE 4 TO WS-CONTADOR-LINHAS.
003020
003030*****************************************************
003040*  IMPRIME-DETALHE - PRINTS ONE AUDIT RECORD WITH THE
003050*  AMOUNTS EDITED, BREAKING TO A NEW PAGE WHEN THE
003060*  CURRENT ONE IS FULL.
003070*****************************************************
003080 IMPRIME-DETALHE.
003090     IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
003100         PERFORM IMPRIME-CABECALHO
003110     END-IF.
003120     MOVE AU-ID-TRANSACAO TO WS-DET-ID.
003130     MOVE AU-NUM1         TO WS-DET-NUM1.
003140     MOVE AU-NUM2         TO WS-DET-NUM2.
003150     MOVE AU-RESULTADO    TO WS-DET-RESULTADO.
003160     EVALUATE TRUE
003170         WHEN AU-DISPOSICAO-NORMAL
003180             MOVE "NORMAL"    TO WS-DET-DISPOSICAO
003190         WHEN AU-DISPOSICAO-REJEITADA
003200             MOVE "REJEITADA" TO WS-DET-DISPOSICAO
003210         WHEN AU-DISPOSICAO-ESTOURO
003220             MOVE "ESTOURO"   TO WS-DET-DISPOSICAO
003230         WHEN AU-DISPOSICAO-LIMITE
003240             MOVE "LIMITE"    TO WS-DET-DISPOSICAO
003250         WHEN OTHER
003260             MOVE "DESCONHEC." TO WS-DET-DISPOSICAO
003270     END-EVALUATE.
003280     IF AU-MOEDA = SPACES
003290         MOVE "BRL" TO WS-DET-MOEDA
003300     ELSE
003310         MOVE AU-MOEDA TO WS-DET-MOEDA
003320     END-IF.
003330     PERFORM MONTA-VINCULO.
003340     WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
003350         AFTER ADVANCING 1 LINE.
003360     ADD 1 TO WS-CONTADOR-LINHAS.
003370
003380*****************************************************
003390*  MONTA-VINCULO - THE LINK COLUMN.  A REVERSAL LINE
003400*  NAMES THE ORIGINAL IT REVERSES (OR TRIED TO, WHEN
003410*  IT WAS REFUSED).  A NORMAL LINE IS LOOKED UP ON
003420*  THE POSTED MASTER: WHEN THAT POSTING HAS SINCE
003430*  BEEN REVERSED THE REVERSING ID IS SHOWN.  THE
003440*  POSTING DATE MUST MATCH THE AUDIT DATE - THE 9(6)
003450*  ID RANGE WRAPS, AND A LATER REUSE OF THE SAME ID
003460*  MUST NOT BE CREDITED WITH THIS LINE'S REVERSAL.
003470*****************************************************
003480 MONTA-VINCULO.
003490     MOVE SPACES TO WS-DET-VINCULO.
003500     IF AU-MOVIMENTO-ESTORNO
003510         STRING "ESTORNO DE " AU-ID-VINCULADO
003520             DELIMITED BY SIZE INTO WS-DET-VINCULO
003530     ELSE
003540         IF AU-DISPOSICAO-NORMAL AND WS-POSTADOS-DISPONIVEL
003550             MOVE AU-ID-TRANSACAO TO PT-ID-TRANSACAO
003560             READ POSTFILE
003570                 INVALID KEY
003580                     CONTINUE
003590                 NOT INVALID KEY
003600                     IF PT-SITUACAO-ESTORNADA
003610                             AND PT-DATA-POSTAGEM = AU-DATA
003620                         STRING "ESTORNADO POR "
003630                             PT-ID-VINCULADO
003640                             DELIMITED BY SIZE
003650                             INTO WS-DET-VINCULO
003660                     END-IF
003670             END-READ
003680         END-IF
003690     END-IF.
003700
003710 ACUMULA-DISPOSICAO.
003720     ADD 1 TO WS-CONT-TOTAL.
003730     EVALUATE TRUE
003740         WHEN AU-DISPOSICAO-NORMAL
003750             ADD 1 TO WS-CONT-NORMAIS
003760             IF AU-MOVIMENTO-ESTORNO
003770                 ADD 1 TO WS-CONT-ESTORNOS
003780             END-IF
003790         WHEN AU-DISPOSICAO-REJEITADA
003800             ADD 1 TO WS-CONT-REJEITADAS
003810         WHEN AU-DISPOSICAO-ESTOURO
003820             ADD 1 TO WS-CONT-ESTOUROS
003830         WHEN AU-DISPOSICAO-LIMITE
003840             ADD 1 TO WS-CONT-LIMITES
003850     END-EVALUATE.
003860     PERFORM ACUMULA-MOEDA.
003870
003880*****************************************************
003890*  ACUMULA-MOEDA - ACCUMULATES THE RECORD'S AMOUNT IN
003900*  ITS OWN CURRENCY'S SLOT, CLAIMING A NEW SLOT THE
003910*  FIRST TIME A CURRENCY APPEARS ON THE REPORT DATE.
003920*****************************************************
003930 ACUMULA-MOEDA.
003940     IF AU-MOEDA = SPACES
003950         MOVE "BRL" TO WS-MOEDA-TRABALHO
003960     ELSE
003970         MOVE AU-MOEDA TO WS-MOEDA-TRABALHO
003980     END-IF.
003990     SET WS-MOEDA-IDX TO 1.
004000     SEARCH WS-MOEDA-ENTRADA
004010         AT END
004020             DISPLAY "AVISO - TABELA DE MOEDAS CHEIA - "
004030                 "MOEDA " WS-MOEDA-TRABALHO " IGNORADA"
004040         WHEN WS-MOEDA-IDX > WS-MOEDA-QTD
004050             ADD 1 TO WS-MOEDA-QTD
004060             MOVE WS-MOEDA-TRABALHO
004070                 TO WS-MOEDA-CODIGO (WS-MOEDA-IDX)
004080             MOVE 1 TO WS-MOEDA-CONT (WS-MOEDA-IDX)
004090             MOVE AU-RESULTADO
004100                 TO WS-MOEDA-SOMA (WS-MOEDA-IDX)
004110         WHEN WS-MOEDA-CODIGO (WS-MOEDA-IDX)
004120                 = WS-MOEDA-TRABALHO
004130             ADD 1 TO WS-MOEDA-CONT (WS-MOEDA-IDX)
004140             ADD AU-RESULTADO
004150                 TO WS-MOEDA-SOMA (WS-MOEDA-IDX)
004160     END-SEARCH.
004170
004180*****************************************************
004190*  IMPRIME-RESUMO - PRINTS THE DISPOSITION COUNTS,
004200*  THE PER-CURRENCY MONEY SUBTOTALS AND THE REJECT
004210*  PERCENTAGE ON A PAGE OF THEIR OWN.  THERE IS NO
004220*  CROSS-CURRENCY MONEY TOTAL ON PURPOSE - ADDING
004230*  EUR, USD AND BRL AMOUNTS WOULD BE MEANINGLESS.
004240*****************************************************
004250 IMPRIME-RESUMO.
004260     PERFORM IMPRIME-CABECALHO.
004270     WRITE REL-REGISTRO FROM WS-LINHA-TITULO-RESUMO
004280         AFTER ADVANCING 2 LINES.
004290     MOVE "NORMAIS"    TO WS-SDI-ROTULO.
004300     MOVE WS-CONT-NORMAIS TO WS-SDI-QUANTIDADE.
004310     WRITE REL-REGISTRO FROM WS-LINHA-SUBTOTAL-DISP
004320         AFTER ADVANCING 2 LINES.
004330     MOVE "  ESTORNOS" TO WS-SDI-ROTULO.
004340     MOVE WS-CONT-ESTORNOS TO WS-SDI-QUANTIDADE.
004350     WRITE REL-REGISTRO FROM WS-LINHA-SUBTOTAL-DISP
004360         AFTER ADVANCING 1 LINE.
004370     MOVE "REJEITADAS" TO WS-SDI-ROTULO.
004380     MOVE WS-CONT-REJEITADAS TO WS-SDI-QUANTIDADE.
004390     WRITE REL-REGISTRO FROM WS-LINHA-SUBTOTAL-DISP
004400         AFTER ADVANCING 1 LINE.
004410     MOVE "ESTOUROS"   TO WS-SDI-ROTULO.
004420     MOVE WS-CONT-ESTOUROS TO WS-SDI-QUANTIDADE.
004430     WRITE REL-REGISTRO FROM WS-LINHA-SUBTOTAL-DISP
004440         AFTER ADVANCING 1 LINE.
004450     MOVE "LIMITES"    TO WS-SDI-ROTULO.
004460     MOVE WS-CONT-LIMITES TO WS-SDI-QUANTIDADE.
004470     WRITE REL-REGISTRO FROM WS-LINHA-SUBTOTAL-DISP
004480         AFTER ADVANCING 1 LINE.
004490     MOVE "TOTAL GERAL" TO WS-SDI-ROTULO.
004500     MOVE WS-CONT-TOTAL TO WS-SDI-QUANTIDADE.
004510     WRITE REL-REGISTRO FROM WS-LINHA-SUBTOTAL-DISP
004520         AFTER ADVANCING 2 LINES.
004530     WRITE REL-REGISTRO FROM WS-LINHA-TITULO-MOEDAS
004540         AFTER ADVANCING 2 LINES.
004550     PERFORM IMPRIME-UMA-MOEDA
004560         VARYING WS-MOEDA-IDX FROM 1 BY 1
004570         UNTIL WS-MOEDA-IDX > WS-MOEDA-QTD.
004580     IF WS-CONT-TOTAL > ZERO
004590         MULTIPLY WS-CONT-REJEITADAS BY 100
004600             GIVING WS-TRABALHO-PCT
004610         DIVIDE WS-TRABALHO-PCT BY WS-CONT-TOTAL
004620             GIVING WS-PERCENTUAL-REJEICAO ROUNDED
004630     ELSE
004640         MOVE ZERO TO WS-PERCENTUAL-REJEICAO
004650     END-IF.
004660     MOVE WS-PERCENTUAL-REJEICAO TO WS-PCT-EDITADO.
004670     WRITE REL-REGISTRO FROM WS-LINHA-PERCENTUAL
004680         AFTER ADVANCING 2 LINES.
004690
004700 IMPRIME-UMA-MOEDA.
004710     MOVE WS-MOEDA-CODIGO (WS-MOEDA-IDX) TO WS-SUB-ROTULO.
004720     MOVE WS-MOEDA-CONT (WS-MOEDA-IDX)
004730         TO WS-SUB-QUANTIDADE.
004740     MOVE WS-MOEDA-SOMA (WS-MOEDA-IDX) TO WS-SUB-SOMA.
004750     WRITE REL-REGISTRO FROM WS-LINHA-SUBTOTAL
004760         AFTER ADVANCING 1 LINE.
004770
004780 FINALIZA-PROGRAMA.
004790     CLOSE AUDITFILE RELFILE.
004800     IF WS-POSTADOS-DISPONIVEL
004810         CLOSE POSTFILE
004820     END-IF.
004830     DISPLAY "RELATORIO EMITIDO: " WS-CONT-TOTAL
004840         " REGISTROS DE " WS-DATA-RELATORIO.
004850     PERFORM REGISTRA-FIM.
004860     DISPLAY "Programa finalizado!!".
004870     STOP RUN.
004880
004890*****************************************************
004900*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
004910*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
004920*  ARE ACCEPTED, SO AN I WITH NO MATCHING F
004930*  MEANS THE RUN IS STILL GOING OR DIED.
004940*****************************************************
004950 REGISTRA-INICIO.
004960     PERFORM MONTA-EXECLOG.
004970     MOVE "I" TO WE-EVENTO.
004980     PERFORM GRAVA-EXECLOG.
004990
005000*****************************************************
005010*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
005020*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
005030*****************************************************
005040 REGISTRA-FIM.
005050     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
005060     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
005070     MOVE "F" TO WE-EVENTO.
005080     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
005090     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
005100     MOVE RETURN-CODE TO WE-RETURN-CODE.
005110     MOVE WS-CONT-TOTAL TO WE-QTD-LIDOS.
005120     MOVE WS-CONT-NORMAIS TO WE-QTD-PROCESSADOS.
005130     ADD WS-CONT-REJEITADAS WS-CONT-ESTOUROS WS-CONT-LIMITES
005140         GIVING WE-QTD-EXCECOES.
005150     PERFORM GRAVA-EXECLOG.
005160
005170 MONTA-EXECLOG.
005180     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
005190     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
005200     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
005210     MOVE "AULA3" TO WE-PROGRAMA.
005220     MOVE WS-DATA-RELATORIO TO WE-DATA-REFERENCIA.
005230     MOVE SPACES TO WE-OPERADOR.
005240     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
005250     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
005260     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
005270         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
005280
005290*****************************************************
005300*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
005310*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
005320*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
005330*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
005340*****************************************************
005350 GRAVA-EXECLOG.
005360     OPEN EXTEND EXECLOG.
005370     IF WS-EXECLOG-STATUS = "35" OR "05"
005380         OPEN OUTPUT EXECLOG
005390     END-IF.
005400     IF WS-EXECLOG-STATUS NOT = "00"
005410         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
005420             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
005430         MOVE 12 TO RETURN-CODE
005440         STOP RUN
005450     END-IF.
005460     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
005470     CLOSE EXECLOG.
005480
005490 END PROGRAM aula3.
