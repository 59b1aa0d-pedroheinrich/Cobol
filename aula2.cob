000410*                   LIKEWISE SHOWN AND EDITABLE -
000420*                   ZEROS OR SPACES MEANS NONE - AND
000430*                   REVALIDATED THE WAY AULA1 WILL.
000440*  2026-10-15 RLH   REVERSALS (OPERATION E) ACCEPTED ON
000450*                   REVALIDATION; THE ORIGINAL ID
000460*                   (TR-ID-ORIGINAL) IS SHOWN AND
000470*                   EDITABLE FOR THEM AND MUST BE
000480*                   NUMERIC, NONZERO AND NOT THE ITEM'S
000490*                   OWN ID, AS AULA1 REQUIRES.
000500*  2026-10-15 RLH   TRANSFERS (OPERATION T) ACCEPTED ON
000510*                   REVALIDATION; THE CREDIT ACCOUNT
000520*                   (TR-CONTA-CREDITO) IS SHOWN AND
000530*                   EDITABLE FOR THEM AND MUST BE
000540*                   NUMERIC, NONZERO AND NOT THE DEBIT
000550*                   ACCOUNT, AS AULA1 REQUIRES.
000560*  2026-10-15 RLH   RUN LEDGER: THE RUN IS RECORDED ON
000570*                   EXECLOG (START, AND END WITH RC
000580*                   AND COUNTS) UNDER THE RUN
000590*                   DATE.
000600*****************************************************
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT REJECTFILE ASSIGN TO "REJECTFILE"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-REJECTFILE-STATUS.
000670     SELECT TRANNOVO ASSIGN TO "TRANNOVO"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-TRANNOVO-STATUS.
000700     SELECT REJPROX ASSIGN TO "REJPROX"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-REJPROX-STATUS.
000730     SELECT EXECLOG ASSIGN TO "EXECLOG"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-EXECLOG-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  REJECTFILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORDING MODE IS F.
000810     COPY REJECTREC.
000820 FD  TRANNOVO
000830     LABEL RECORDS ARE STANDARD
000840     RECORDING MODE IS F.
000850     COPY TRANREC REPLACING LEADING ==TR-== BY ==TN-==.
000860 FD  REJPROX
000870     LABEL RECORDS ARE STANDARD
000880     RECORDING MODE IS F.
000890     COPY REJECTREC REPLACING LEADING ==RJ== BY ==RP==.
000900 FD  EXECLOG
000910     LABEL RECORDS ARE STANDARD
000920     RECORDING MODE IS F.
000930     COPY EXECREC.
000940 WORKING-STORAGE SECTION.
000950*****************************************************
000960*  SWITCHES
000970*****************************************************
000980 77  WS-EOF-SW                PIC X(01) VALUE "N".
000990     88  WS-FIM-ARQUIVO                 VALUE "Y".
001000 77  WS-ENCERRAR-SW           PIC X(01) VALUE "N".
001010     88  WS-OPERADOR-ENCERROU           VALUE "Y".
001020 77  WS-REJECTFILE-STATUS     PIC X(02) VALUE "00".
001030 77  WS-TRANNOVO-STATUS       PIC X(02) VALUE "00".
001040 77  WS-REJPROX-STATUS        PIC X(02) VALUE "00".
001050*****************************************************
001060*  OPERATOR DIALOGUE FIELDS
001070*****************************************************
001080 77  WS-ACAO                  PIC X(01).
001090 77  WS-ENTRADA               PIC X(10).
001100 77  WS-NUMERO-LOTE           PIC 9(06).
001110 77  WS-DATA-GERACAO          PIC 9(08).
001120*****************************************************
001130*  CONTROL TOTALS FOR THE NEXT-CYCLE BATCH TRAILER
001140*****************************************************
001150 77  WS-HASH-NUM1             PIC S9(11)V99 COMP-3 VALUE ZERO.
001160 77  WS-HASH-NUM2             PIC S9(11)V99 COMP-3 VALUE ZERO.
001170 77  WS-CONTADOR-CORRIGIDOS   PIC 9(07) COMP VALUE ZERO.
001180 77  WS-CONTADOR-ROLADOS      PIC 9(07) COMP VALUE ZERO.
001190*****************************************************
001200*  WORK VIEW OF THE RAW REJECTED TRANSACTION RECORD,
001210*  ALL FIELDS ALPHANUMERIC SO A CORRUPT FIELD CAN BE
001220*  DISPLAYED AND OVERKEYED AS IT STANDS.
001230*****************************************************
001240 01  WS-REG-TRABALHO.
001250     05  WS-TRAB-TIPO         PIC X(02).
001260     05  WS-TRAB-ID           PIC X(06).
001270     05  WS-TRAB-NUM1         PIC X(10).
001280     05  WS-TRAB-NUM2         PIC X(10).
001290     05  WS-TRAB-OPERACAO     PIC X(01).
001300         88  WS-TRAB-OPERACAO-VALIDA
001310             VALUE "A" "S" "M" "D" "E" "T".
001320     05  WS-TRAB-RESSUB       PIC 9(02).
001330     05  WS-TRAB-CONTA        PIC X(08).
001340     05  WS-TRAB-MOEDA        PIC X(03).
001350     05  WS-TRAB-IND-DC       PIC X(01).
001360         88  WS-TRAB-IND-DC-VALIDO
001370             VALUE "D" "C" " ".
001380     05  WS-TRAB-DATA-VALOR   PIC X(08).
001390         88  WS-TRAB-SEM-DATA-VALOR
001400             VALUE "00000000" "        ".
001410     05  WS-TRAB-DADOS-ESTORNO.
001420         10  WS-TRAB-ID-ORIGINAL  PIC X(06).
001430         10  FILLER               PIC X(03).
001440     05  WS-TRAB-DADOS-TRANSF REDEFINES WS-TRAB-DADOS-ESTORNO.
001450         10  WS-TRAB-CONTA-CREDITO
001460                                  PIC X(08).
001470         10  FILLER               PIC X(01).
001480*****************************************************
001490*  CYCLE RUN LEDGER (EXECLOG)
001500*****************************************************
001510 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
001520 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
001530 01  WS-EL-HORA-SISTEMA.
001540     05  WS-EL-HHMMSS         PIC 9(06).
001550     05  FILLER               PIC 9(02).
001560     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
001570
001580 PROCEDURE DIVISION.
001590*****************************************************
001600*  INICIALIZACAO - OPENS THE REJECT LISTING AND THE
001610*  TWO OUTPUT FILES, ASKS THE OPERATOR FOR THE BATCH
001620*  NUMBER OF THE NEXT-CYCLE FILE, WRITES ITS HEADER
001630*  AND RUNS THE REPAIR DIALOGUE TO END OF FILE.
001640*****************************************************
001650 INICIALIZACAO.
001660     OPEN INPUT REJECTFILE.
001670     IF WS-REJECTFILE-STATUS = "35"
001680         DISPLAY "NENHUM REJEITO A REPARAR - "
001690             "REJECTFILE INEXISTENTE"
001700         STOP RUN
001710     END-IF.
001720     IF WS-REJECTFILE-STATUS NOT = "00"
001730         DISPLAY "ERRO AO ABRIR REJECTFILE, STATUS "
001740             WS-REJECTFILE-STATUS
001750         MOVE 12 TO RETURN-CODE
001760         STOP RUN
001770     END-IF.
001780     OPEN OUTPUT TRANNOVO.
001790     OPEN OUTPUT REJPROX.
001800     ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.
001810     DISPLAY "NUMERO DO LOTE DO PROXIMO CICLO (6 DIGITOS): "
001820         WITH NO ADVANCING.
001830     ACCEPT WS-NUMERO-LOTE.
001840     PERFORM REGISTRA-INICIO.
001850     PERFORM GRAVA-CABECALHO.
001860     PERFORM LE-REJEITO.
001870     PERFORM TRATA-REJEITO
001880         UNTIL WS-FIM-ARQUIVO.
001890     PERFORM GRAVA-TRAILER.
001900     PERFORM FINALIZA-PROGRAMA.
001910
001920*****************************************************
001930*  LE-REJEITO - READS THE NEXT RECORD OF THE REJECT
001940*  LISTING.
001950*****************************************************
001960 LE-REJEITO.
001970     READ REJECTFILE
001980         AT END
001990             SET WS-FIM-ARQUIVO TO TRUE
002000     END-READ.
002010
002020*****************************************************
002030*  TRATA-REJEITO - ONE PASS OF THE REPAIR DIALOGUE.
002040*  THE OPERATOR CHOOSES C (CORRIGIR), P (PULAR - ROLL
002050*  THE ITEM FORWARD UNTOUCHED) OR F (FIM - ROLL THIS
002060*  AND EVERY REMAINING ITEM FORWARD WITHOUT ASKING).
002070*  ANY OTHER REPLY IS TREATED AS P, SO A SLIP OF THE
002080*  FINGER NEVER ALTERS A RECORD.
002090*****************************************************
002100 TRATA-REJEITO.
002110     IF WS-OPERADOR-ENCERROU
002120         PERFORM GRAVA-ROLADO
002130     ELSE
002140         DISPLAY " "
002150         DISPLAY "REJEITO DE " RJ-DATA
002160             " ID " RJ-ID-TRANSACAO
002170             " MOTIVO: " RJ-MOTIVO
002180         DISPLAY "REGISTRO: " RJ-REGISTRO-BRUTO
002190         DISPLAY "ACAO (C=CORRIGIR P=PULAR F=FIM): "
002200             WITH NO ADVANCING
002210         ACCEPT WS-ACAO
002220         EVALUATE WS-ACAO
002230             WHEN "C"
002240                 PERFORM CORRIGE-REJEITO
002250             WHEN "F"
002260                 SET WS-OPERADOR-ENCERROU TO TRUE
002270                 PERFORM GRAVA-ROLADO
002280             WHEN OTHER
002290                 PERFORM GRAVA-ROLADO
002300         END-EVALUATE
002310     END-IF.
002320     PERFORM LE-REJEITO.
002330
002340*****************************************************
002350*  CORRIGE-REJEITO - LETS THE OPERATOR OVERKEY THE
002360*  FIELDS OF THE REJECTED RECORD, THEN REVALIDATES
002370*  THEM THE WAY AULA1 WILL.  A RECORD THAT IS STILL
002380*  INVALID AFTER THE EDIT IS ROLLED FORWARD UNTOUCHED
002390*  RATHER THAN BEING SENT BACK JUST TO BOUNCE AGAIN.
002400*****************************************************
002410 CORRIGE-REJEITO.
002420     MOVE RJ-REGISTRO-BRUTO TO WS-REG-TRABALHO.
002430     PERFORM EDITA-CAMPOS.
002440*    THE NUMERIC CLASS TEST MUST RUN ON THE SIGNED
002450*    RECORD VIEW - ON THE X-FIELD WORK VIEW THE
002460*    SEPARATE SIGN BYTE WOULD ALWAYS FAIL IT.
002470     MOVE WS-REG-TRABALHO TO TN-REGISTRO-TRANSACAO.
002480     IF TN-NUM1 NOT NUMERIC
002490         OR TN-NUM2 NOT NUMERIC
002500         OR NOT WS-TRAB-OPERACAO-VALIDA
002510         OR NOT WS-TRAB-IND-DC-VALIDO
002520         OR TN-CONTA NOT NUMERIC
002530         OR TN-ID-TRANSACAO NOT NUMERIC
002540         OR TN-ID-TRANSACAO = ZERO
002550         OR (NOT WS-TRAB-SEM-DATA-VALOR
002560             AND (TN-DATA-VALOR NOT NUMERIC
002570                 OR TN-VALOR-MM < "01"
002580                 OR TN-VALOR-MM > "12"
002590                 OR TN-VALOR-DD < "01"
002600                 OR TN-VALOR-DD > "31"))
002610         OR (TN-OPERACAO-ESTORNO
002620             AND (TN-ID-ORIGINAL NOT NUMERIC
002630                 OR TN-ID-ORIGINAL = ZERO
002640                 OR TN-ID-ORIGINAL = TN-ID-TRANSACAO))
002650         OR (TN-OPERACAO-TRANSFERENCIA
002660             AND (TN-CONTA-CREDITO NOT NUMERIC
002670                 OR TN-CONTA-CREDITO = ZERO
002680                 OR TN-CONTA-CREDITO = TN-CONTA
002690                 OR TN-NUM1 NOT > ZERO))
002700         DISPLAY "REGISTRO AINDA INVALIDO - ROLADO PARA "
002710             "O PROXIMO CICLO SEM ALTERACAO"
002720         PERFORM GRAVA-ROLADO
002730     ELSE
002740         PERFORM GRAVA-CORRIGIDO
002750     END-IF.
002760
002770*****************************************************
002780*  EDITA-CAMPOS - SHOWS EACH FIELD AND ACCEPTS AN
002790*  OVERKEY IN RECORD FORMAT.  A BLANK REPLY KEEPS THE
002800*  FIELD AS IT STANDS.
002810*****************************************************
002820 EDITA-CAMPOS.
002830     DISPLAY "ID ATUAL      [" WS-TRAB-ID "] NOVO: "
002840         WITH NO ADVANCING.
002850     ACCEPT WS-ENTRADA.
002860     IF WS-ENTRADA NOT = SPACES
002870         MOVE WS-ENTRADA TO WS-TRAB-ID
002880     END-IF.
002890     DISPLAY "NUM1 ATUAL    [" WS-TRAB-NUM1 "] NOVO: "
002900         WITH NO ADVANCING.
002910     ACCEPT WS-ENTRADA.
002920     IF WS-ENTRADA NOT = SPACES
002930         MOVE WS-ENTRADA TO WS-TRAB-NUM1
002940     END-IF.
002950     DISPLAY "NUM2 ATUAL    [" WS-TRAB-NUM2 "] NOVO: "
002960         WITH NO ADVANCING.
002970     ACCEPT WS-ENTRADA.
002980     IF WS-ENTRADA NOT = SPACES
002990         MOVE WS-ENTRADA TO WS-TRAB-NUM2
003000     END-IF.
003010     DISPLAY "OPERACAO ATUAL[" WS-TRAB-OPERACAO "] NOVA: "
003020         WITH NO ADVANCING.
003030     ACCEPT WS-ENTRADA.
003040     IF WS-ENTRADA NOT = SPACES
003050         MOVE WS-ENTRADA(1:1) TO WS-TRAB-OPERACAO
003060     END-IF.
003070     DISPLAY "CONTA ATUAL   [" WS-TRAB-CONTA "] NOVA: "
003080         WITH NO ADVANCING.
003090     ACCEPT WS-ENTRADA.
003100     IF WS-ENTRADA NOT = SPACES
003110         MOVE WS-ENTRADA(1:8) TO WS-TRAB-CONTA
003120     END-IF.
003130     DISPLAY "MOEDA ATUAL   [" WS-TRAB-MOEDA "] NOVA: "
003140         WITH NO ADVANCING.
003150     ACCEPT WS-ENTRADA.
003160     IF WS-ENTRADA NOT = SPACES
003170         MOVE WS-ENTRADA(1:3) TO WS-TRAB-MOEDA
003180     END-IF.
003190     DISPLAY "IND D/C ATUAL [" WS-TRAB-IND-DC "] NOVO: "
003200         WITH NO ADVANCING.
003210     ACCEPT WS-ENTRADA.
003220     IF WS-ENTRADA NOT = SPACES
003230         MOVE WS-ENTRADA(1:1) TO WS-TRAB-IND-DC
003240     END-IF.
003250     DISPLAY "DT VALOR ATUAL[" WS-TRAB-DATA-VALOR
003260         "] NOVA: " WITH NO ADVANCING.
003270     ACCEPT WS-ENTRADA.
003280     IF WS-ENTRADA NOT = SPACES
003290         MOVE WS-ENTRADA(1:8) TO WS-TRAB-DATA-VALOR
003300     END-IF.
003310*    ONLY A REVERSAL CARRIES AN ORIGINAL ID.
003320     IF WS-TRAB-OPERACAO = "E"
003330         DISPLAY "ID ORIG ATUAL [" WS-TRAB-ID-ORIGINAL
003340             "] NOVO: " WITH NO ADVANCING
003350         ACCEPT WS-ENTRADA
003360         IF WS-ENTRADA NOT = SPACES
003370             MOVE WS-ENTRADA(1:6) TO WS-TRAB-ID-ORIGINAL
003380         END-IF
003390     END-IF.
003400*    ONLY A TRANSFER CARRIES A CREDIT ACCOUNT.
003410     IF WS-TRAB-OPERACAO = "T"
003420         DISPLAY "CONTA CRED.   [" WS-TRAB-CONTA-CREDITO
003430             "] NOVA: " WITH NO ADVANCING
003440         ACCEPT WS-ENTRADA
003450         IF WS-ENTRADA NOT = SPACES
003460             MOVE WS-ENTRADA(1:8) TO WS-TRAB-CONTA-CREDITO
003470         END-IF
003480     END-IF.
003490
003500*****************************************************
003510*  GRAVA-CORRIGIDO - WRITES THE CORRECTED ITEM TO THE
003520*  NEXT-CYCLE TRANSACTION FILE AS A DETAIL RECORD,
003530*  STEPPING ITS RESUBMISSION COUNTER AND FEEDING THE
003540*  TRAILER CONTROL TOTALS.
003550*****************************************************
003560 GRAVA-CORRIGIDO.
003570     IF TN-CONTADOR-RESSUBMISSAO NOT NUMERIC
003580         MOVE ZERO TO TN-CONTADOR-RESSUBMISSAO
003590     END-IF.
003600     ADD 1 TO TN-CONTADOR-RESSUBMISSAO
003610         ON SIZE ERROR
003620             MOVE 99 TO TN-CONTADOR-RESSUBMISSAO
003630     END-ADD.
003640     MOVE "DT" TO TN-TIPO-REGISTRO.
003650     WRITE TN-REGISTRO-TRANSACAO.
003660     ADD TN-NUM1 TO WS-HASH-NUM1.
003670     ADD TN-NUM2 TO WS-HASH-NUM2.
003680     ADD 1 TO WS-CONTADOR-CORRIGIDOS.
003690     DISPLAY "ID " TN-ID-TRANSACAO " ENVIADO AO PROXIMO "
003700         "CICLO - RESSUBMISSAO " TN-CONTADOR-RESSUBMISSAO.
003710
003720*****************************************************
003730*  GRAVA-ROLADO - ROLLS THE REJECT FORWARD TO THE
003740*  NEXT DAY'S REJECT WORK FILE EXACTLY AS IT STANDS,
003750*  SO AN ITEM THE OPERATOR DOES NOT FIX TODAY IS
003760*  STILL ON THE WORK LIST TOMORROW.
003770*****************************************************
003780 GRAVA-ROLADO.
003790     MOVE RJ-REGISTRO-REJEITO TO RP-REGISTRO-REJEITO.
003800     WRITE RP-REGISTRO-REJEITO.
003810     ADD 1 TO WS-CONTADOR-ROLADOS.
003820
003830*****************************************************
003840*  GRAVA-CABECALHO - OPENS THE NEXT-CYCLE BATCH WITH
003850*  ITS HEADER RECORD.
003860*****************************************************
003870 GRAVA-CABECALHO.
003880     MOVE SPACES TO TN-REGISTRO-TRANSACAO.
003890     MOVE "HD" TO TN-TIPO-REGISTRO.
003900     MOVE WS-NUMERO-LOTE TO TN-CAB-NUMERO-LOTE.
003910     MOVE WS-DATA-GERACAO TO TN-CAB-DATA-GERACAO.
003920     WRITE TN-REGISTRO-TRANSACAO.
003930
003940*****************************************************
003950*  GRAVA-TRAILER - CLOSES THE NEXT-CYCLE BATCH WITH A
003960*  TRAILER BALANCED TO WHAT WAS ACTUALLY WRITTEN, SO
003970*  AULA1 ACCEPTS THE FILE THE SAME WAY IT ACCEPTS ONE
003980*  FROM THE UPSTREAM CAPTURE SYSTEM.
003990*****************************************************
004000 GRAVA-TRAILER.
004010     MOVE SPACES TO TN-REGISTRO-TRANSACAO.
004020     MOVE "TR" TO TN-TIPO-REGISTRO.
004030     MOVE WS-NUMERO-LOTE TO TN-TRL-NUMERO-LOTE.
004040     MOVE WS-CONTADOR-CORRIGIDOS TO TN-TRL-CONTADOR-REGISTROS.
004050     MOVE WS-HASH-NUM1 TO TN-TRL-HASH-NUM1.
004060     MOVE WS-HASH-NUM2 TO TN-TRL-HASH-NUM2.
004070     WRITE TN-REGISTRO-TRANSACAO.
004080
004090 FINALIZA-PROGRAMA.
004100     CLOSE REJECTFILE TRANNOVO REJPROX.
004110     DISPLAY "----------------------------------------".
004120     DISPLAY "RESUMO DO REPARO DE REJEITOS".
004130     DISPLAY "CORRIGIDOS E REENVIADOS: "
004140         WS-CONTADOR-CORRIGIDOS.
004150     DISPLAY "ROLADOS PARA O PROXIMO DIA: "
004160         WS-CONTADOR-ROLADOS.
004170     DISPLAY "----------------------------------------".
004180     PERFORM REGISTRA-FIM.
004190     DISPLAY "Programa finalizado!!".
004200     STOP RUN.
004210
004220*****************************************************
004230*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
004240*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
004250*  ARE ACCEPTED, SO AN I WITH NO MATCHING F
004260*  MEANS THE RUN IS STILL GOING OR DIED.
004270*****************************************************
004280 REGISTRA-INICIO.
004290     PERFORM MONTA-EXECLOG.
004300     MOVE "I" TO WE-EVENTO.
004310     PERFORM GRAVA-EXECLOG.
004320
004330*****************************************************
004340*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
004350*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
004360*****************************************************
004370 REGISTRA-FIM.
004380     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
004390     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
004400     MOVE "F" TO WE-EVENTO.
004410     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
004420     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
004430     MOVE RETURN-CODE TO WE-RETURN-CODE.
004440     ADD WS-CONTADOR-CORRIGIDOS WS-CONTADOR-ROLADOS
004450         GIVING WE-QTD-LIDOS.
004460     MOVE WS-CONTADOR-CORRIGIDOS TO WE-QTD-PROCESSADOS.
004470     MOVE WS-CONTADOR-ROLADOS TO WE-QTD-EXCECOES.
004480     PERFORM GRAVA-EXECLOG.
004490
004500 MONTA-EXECLOG.
004510     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
004520     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
004530     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
004540     MOVE "AULA2" TO WE-PROGRAMA.
004550     MOVE WS-DATA-GERACAO TO WE-DATA-REFERENCIA.
004560     MOVE SPACES TO WE-OPERADOR.
004570     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
004580     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
004590     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
004600         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
004610
004620*****************************************************
004630*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
004640*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
004650*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
004660*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
004670*****************************************************
004680 GRAVA-EXECLOG.
004690     OPEN EXTEND EXECLOG.
004700     IF WS-EXECLOG-STATUS = "35" OR "05"
004710         OPEN OUTPUT EXECLOG
004720     END-IF.
004730     IF WS-EXECLOG-STATUS NOT = "00"
004740         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
004750             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
004760         MOVE 12 TO RETURN-CODE
004770         STOP RUN
004780     END-IF.
004790     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
004800     CLOSE EXECLOG.
004810
004820 END PROGRAM aula2.
