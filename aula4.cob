000290*  MODIFICATION HISTORY
000300*  DATE       INIT  DESCRIPTION
000310*  2026-08-22 RLH   ORIGINAL PROGRAM.
000320*  2026-10-15 RLH   RUN LEDGER: THE RUN IS RECORDED ON
000330*                   EXECLOG (START, AND END WITH RC
000340*                   AND COUNTS) UNDER THE RUN
000350*                   DATE; THE COUNTS ARE THE THREE
000360*                   FILES TOGETHER.
000370*****************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-AUDITFILE-STATUS.
000440     SELECT AUDARQ ASSIGN TO "AUDARQ"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-AUDARQ-STATUS.
000470     SELECT AUDNOVO ASSIGN TO "AUDNOVO"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-AUDNOVO-STATUS.
000500     SELECT REJECTFILE ASSIGN TO "REJECTFILE"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-REJECTFILE-STATUS.
000530     SELECT REJARQ ASSIGN TO "REJARQ"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-REJARQ-STATUS.
000560     SELECT REJNOVO ASSIGN TO "REJNOVO"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-REJNOVO-STATUS.
000590     SELECT EXTRATFILE ASSIGN TO "EXTRATFILE"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-EXTRATFILE-STATUS.
000620     SELECT EXTARQ ASSIGN TO "EXTARQ"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-EXTARQ-STATUS.
000650     SELECT EXTNOVO ASSIGN TO "EXTNOVO"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-EXTNOVO-STATUS.
000680     SELECT EXECLOG ASSIGN TO "EXECLOG"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-EXECLOG-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  AUDITFILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORDING MODE IS F.
000760     COPY AUDITREC.
000770 FD  AUDARQ
000780     LABEL RECORDS ARE STANDARD
000790     RECORDING MODE IS F.
000800     COPY AUDITREC REPLACING LEADING ==AU-== BY ==AA-==.
000810 FD  AUDNOVO
000820     LABEL RECORDS ARE STANDARD
000830     RECORDING MODE IS F.
000840     COPY AUDITREC REPLACING LEADING ==AU-== BY ==AN-==.
000850 FD  REJECTFILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORDING MODE IS F.
000880     COPY REJECTREC.
000890 FD  REJARQ
000900     LABEL RECORDS ARE STANDARD
000910     RECORDING MODE IS F.
000920     COPY REJECTREC REPLACING LEADING ==RJ-== BY ==RA-==.
000930 FD  REJNOVO
000940     LABEL RECORDS ARE STANDARD
000950     RECORDING MODE IS F.
000960     COPY REJECTREC REPLACING LEADING ==RJ-== BY ==RN-==.
000970 FD  EXTRATFILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORDING MODE IS F.
001000     COPY EXTRATREC.
001010 FD  EXTARQ
001020     LABEL RECORDS ARE STANDARD
001030     RECORDING MODE IS F.
001040     COPY EXTRATREC REPLACING LEADING ==EX-== BY ==EA-==.
001050 FD  EXTNOVO
001060     LABEL RECORDS ARE STANDARD
001070     RECORDING MODE IS F.
001080     COPY EXTRATREC REPLACING LEADING ==EX-== BY ==EN-==.
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
001190 77  WS-AUDITFILE-STATUS      PIC X(02) VALUE "00".
001200 77  WS-AUDARQ-STATUS         PIC X(02) VALUE "00".
001210 77  WS-AUDNOVO-STATUS        PIC X(02) VALUE "00".
001220 77  WS-REJECTFILE-STATUS     PIC X(02) VALUE "00".
001230 77  WS-REJARQ-STATUS         PIC X(02) VALUE "00".
001240 77  WS-REJNOVO-STATUS        PIC X(02) VALUE "00".
001250 77  WS-EXTRATFILE-STATUS     PIC X(02) VALUE "00".
001260 77  WS-EXTARQ-STATUS         PIC X(02) VALUE "00".
001270 77  WS-EXTNOVO-STATUS        PIC X(02) VALUE "00".
001280*****************************************************
001290*  CUTOFF DATES, ONE PER FILE, WITH ALPHANUMERIC
001300*  VIEWS FOR VALIDATION.
001310*****************************************************
001320 01  WS-CORTE-AUDITORIA       PIC 9(08).
001330 01  WS-CORTE-AUDITORIA-X REDEFINES WS-CORTE-AUDITORIA.
001340     05  FILLER               PIC X(04).
001350     05  WS-CORTE-AUD-MM      PIC X(02).
001360     05  WS-CORTE-AUD-DD      PIC X(02).
001370 01  WS-CORTE-REJEITOS        PIC 9(08).
001380 01  WS-CORTE-REJEITOS-X REDEFINES WS-CORTE-REJEITOS.
001390     05  FILLER               PIC X(04).
001400     05  WS-CORTE-REJ-MM      PIC X(02).
001410     05  WS-CORTE-REJ-DD      PIC X(02).
001420 01  WS-CORTE-EXTRATO         PIC 9(08).
001430 01  WS-CORTE-EXTRATO-X REDEFINES WS-CORTE-EXTRATO.
001440     05  FILLER               PIC X(04).
001450     05  WS-CORTE-EXT-MM      PIC X(02).
001460     05  WS-CORTE-EXT-DD      PIC X(02).
001470*****************************************************
001480*  PER-FILE COUNTS, PRINTED SO THE SWAP CAN BE
001490*  PROVEN LOSSLESS (LIDOS = ARQUIVADOS + RETIDOS).
001500*****************************************************
001510 77  WS-CONTADOR-LIDOS        PIC 9(07) COMP VALUE ZERO.
001520 77  WS-CONTADOR-ARQUIVADOS   PIC 9(07) COMP VALUE ZERO.
001530 77  WS-CONTADOR-RETIDOS      PIC 9(07) COMP VALUE ZERO.
001540 77  WS-TOTAL-LIDOS           PIC 9(07) COMP VALUE ZERO.
001550 77  WS-TOTAL-ARQUIVADOS      PIC 9(07) COMP VALUE ZERO.
001560*****************************************************
001570*  CYCLE RUN LEDGER (EXECLOG)
001580*****************************************************
001590 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
001600 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
001610 01  WS-EL-HORA-SISTEMA.
001620     05  WS-EL-HHMMSS         PIC 9(06).
001630     05  FILLER               PIC 9(02).
001640     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
001650
001660 PROCEDURE DIVISION.
001670*****************************************************
001680*  INICIALIZACAO - ACCEPTS AND VALIDATES THE THREE
001690*  CUTOFF DATES, THEN SPLITS EACH FILE IN TURN.
001700*****************************************************
001710 INICIALIZACAO.
001720     DISPLAY "CORTE DE AUDITORIA (AAAAMMDD): "
001730         WITH NO ADVANCING.
001740     ACCEPT WS-CORTE-AUDITORIA.
001750     IF WS-CORTE-AUDITORIA NOT NUMERIC
001760         OR WS-CORTE-AUD-MM < "01" OR WS-CORTE-AUD-MM > "12"
001770         OR WS-CORTE-AUD-DD < "01" OR WS-CORTE-AUD-DD > "31"
001780         DISPLAY "DATA DE CORTE DE AUDITORIA INVALIDA"
001790         MOVE 12 TO RETURN-CODE
001800         STOP RUN
001810     END-IF.
001820     DISPLAY "CORTE DE REJEITOS (AAAAMMDD): "
001830         WITH NO ADVANCING.
001840     ACCEPT WS-CORTE-REJEITOS.
001850     IF WS-CORTE-REJEITOS NOT NUMERIC
001860         OR WS-CORTE-REJ-MM < "01" OR WS-CORTE-REJ-MM > "12"
001870         OR WS-CORTE-REJ-DD < "01" OR WS-CORTE-REJ-DD > "31"
001880         DISPLAY "DATA DE CORTE DE REJEITOS INVALIDA"
001890         MOVE 12 TO RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920     DISPLAY "CORTE DO EXTRATO (AAAAMMDD): "
001930         WITH NO ADVANCING.
001940     ACCEPT WS-CORTE-EXTRATO.
001950     IF WS-CORTE-EXTRATO NOT NUMERIC
001960         OR WS-CORTE-EXT-MM < "01" OR WS-CORTE-EXT-MM > "12"
001970         OR WS-CORTE-EXT-DD < "01" OR WS-CORTE-EXT-DD > "31"
001980         DISPLAY "DATA DE CORTE DO EXTRATO INVALIDA"
001990         MOVE 12 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002020     PERFORM REGISTRA-INICIO.
002030     PERFORM EXPURGA-AUDITORIA.
002040     PERFORM EXPURGA-REJEITOS.
002050     PERFORM EXPURGA-EXTRATO.
002060     PERFORM REGISTRA-FIM.
002070     DISPLAY "Programa finalizado!!".
002080     STOP RUN.
002090
002100*****************************************************
002110*  EXPURGA-AUDITORIA - SPLITS AUDITFILE BY AU-DATA
002120*  AGAINST THE AUDIT CUTOFF.
002130*****************************************************
002140 EXPURGA-AUDITORIA.
002150     MOVE "N" TO WS-EOF-SW.
002160     MOVE ZERO TO WS-CONTADOR-LIDOS.
002170     MOVE ZERO TO WS-CONTADOR-ARQUIVADOS.
002180     MOVE ZERO TO WS-CONTADOR-RETIDOS.
002190     OPEN INPUT AUDITFILE.
002200     IF WS-AUDITFILE-STATUS = "35"
002210         DISPLAY "AUDITFILE INEXISTENTE - NADA A EXPURGAR"
002220     ELSE
002230         IF WS-AUDITFILE-STATUS NOT = "00"
002240             DISPLAY "ERRO AO ABRIR AUDITFILE, STATUS "
002250                 WS-AUDITFILE-STATUS
002260             MOVE 12 TO RETURN-CODE
002270             STOP RUN
002280         END-IF
002290         OPEN OUTPUT AUDARQ
002300         OPEN OUTPUT AUDNOVO
002310         PERFORM LE-AUDITORIA
002320         PERFORM DIVIDE-AUDITORIA
002330             UNTIL WS-FIM-ARQUIVO
002340         CLOSE AUDITFILE AUDARQ AUDNOVO
002350         PERFORM IMPRIME-CONTAGEM-AUDITORIA
002360     END-IF.
002370
002380 LE-AUDITORIA.
002390     READ AUDITFILE
002400         AT END
002410             SET WS-FIM-ARQUIVO TO TRUE
002420     END-READ.
002430
002440 DIVIDE-AUDITORIA.
002450     ADD 1 TO WS-CONTADOR-LIDOS.
002460     IF AU-DATA NUMERIC AND AU-DATA < WS-CORTE-AUDITORIA
002470         WRITE AA-REGISTRO-AUDITORIA
002480             FROM AU-REGISTRO-AUDITORIA
002490         ADD 1 TO WS-CONTADOR-ARQUIVADOS
002500     ELSE
002510         WRITE AN-REGISTRO-AUDITORIA
002520             FROM AU-REGISTRO-AUDITORIA
002530         ADD 1 TO WS-CONTADOR-RETIDOS
002540     END-IF.
002550     PERFORM LE-AUDITORIA.
002560
002570 IMPRIME-CONTAGEM-AUDITORIA.
002580     DISPLAY "AUDITFILE : LIDOS " WS-CONTADOR-LIDOS
002590         " ARQUIVADOS " WS-CONTADOR-ARQUIVADOS
002600         " RETIDOS " WS-CONTADOR-RETIDOS
002610         " (CORTE " WS-CORTE-AUDITORIA ")".
002620     PERFORM ACUMULA-TOTAIS.
002630
002640*****************************************************
002650*  EXPURGA-REJEITOS - SPLITS REJECTFILE BY RJ-DATA
002660*  AGAINST THE REJECT CUTOFF.
002670*****************************************************
002680 EXPURGA-REJEITOS.
002690     MOVE "N" TO WS-EOF-SW.
002700     MOVE ZERO TO WS-CONTADOR-LIDOS.
002710     MOVE ZERO TO WS-CONTADOR-ARQUIVADOS.
002720     MOVE ZERO TO WS-CONTADOR-RETIDOS.
002730     OPEN INPUT REJECTFILE.
002740     IF WS-REJECTFILE-STATUS = "35"
002750         DISPLAY "REJECTFILE INEXISTENTE - NADA A EXPURGAR"
002760     ELSE
002770         IF WS-REJECTFILE-STATUS NOT = "00"
002780             DISPLAY "ERRO AO ABRIR REJECTFILE, STATUS "
002790                 WS-REJECTFILE-STATUS
002800             MOVE 12 TO RETURN-CODE
002810             STOP RUN
002820         END-IF
002830         OPEN OUTPUT REJARQ
002840         OPEN OUTPUT REJNOVO
002850         PERFORM LE-REJEITO
002860         PERFORM DIVIDE-REJEITO
002870             UNTIL WS-FIM-ARQUIVO
002880         CLOSE REJECTFILE REJARQ REJNOVO
002890         PERFORM IMPRIME-CONTAGEM-REJEITOS
002900     END-IF.
002910
002920 LE-REJEITO.
002930     READ REJECTFILE
002940         AT END
002950             SET WS-FIM-ARQUIVO TO TRUE
002960     END-READ.
002970
002980 DIVIDE-REJEITO.
002990     ADD 1 TO WS-CONTADOR-LIDOS.
003000     IF RJ-DATA NUMERIC AND RJ-DATA < WS-CORTE-REJEITOS
003010         WRITE RA-REGISTRO-REJEITO
003020             FROM RJ-REGISTRO-REJEITO
003030         ADD 1 TO WS-CONTADOR-ARQUIVADOS
003040     ELSE
003050         WRITE RN-REGISTRO-REJEITO
003060             FROM RJ-REGISTRO-REJEITO
003070         ADD 1 TO WS-CONTADOR-RETIDOS
003080     END-IF.
003090     PERFORM LE-REJEITO.
003100
003110 IMPRIME-CONTAGEM-REJEITOS.
003120     DISPLAY "REJECTFILE: LIDOS " WS-CONTADOR-LIDOS
003130         " ARQUIVADOS " WS-CONTADOR-ARQUIVADOS
003140         " RETIDOS " WS-CONTADOR-RETIDOS
003150         " (CORTE " WS-CORTE-REJEITOS ")".
003160     PERFORM ACUMULA-TOTAIS.
003170
003180*****************************************************
003190*  EXPURGA-EXTRATO - SPLITS EXTRATFILE BY EX-DATA
003200*  AGAINST THE EXTRACT CUTOFF.
003210*****************************************************
003220 EXPURGA-EXTRATO.
003230     MOVE "N" TO WS-EOF-SW.
003240     MOVE ZERO TO WS-CONTADOR-LIDOS.
003250     MOVE ZERO TO WS-CONTADOR-ARQUIVADOS.
003260     MOVE ZERO TO WS-CONTADOR-RETIDOS.
003270     OPEN INPUT EXTRATFILE.
003280     IF WS-EXTRATFILE-STATUS = "35"
003290         DISPLAY "EXTRATFILE INEXISTENTE - NADA A EXPURGAR"
003300     ELSE
003310         IF WS-EXTRATFILE-STATUS NOT = "00"
003320             DISPLAY "ERRO AO ABRIR EXTRATFILE, STATUS "
003330                 WS-EXTRATFILE-STATUS
003340             MOVE 12 TO RETURN-CODE
003350             STOP RUN
003360         END-IF
003370         OPEN OUTPUT EXTARQ
003380         OPEN OUTPUT EXTNOVO
003390         PERFORM LE-EXTRATO
003400         PERFORM DIVIDE-EXTRATO
003410             UNTIL WS-FIM-ARQUIVO
003420         CLOSE EXTRATFILE EXTARQ EXTNOVO
003430         PERFORM IMPRIME-CONTAGEM-EXTRATO
003440     END-IF.
003450
003460 LE-EXTRATO.
003470     READ EXTRATFILE
003480         AT END
003490             SET WS-FIM-ARQUIVO TO TRUE
003500     END-READ.
003510
003520 DIVIDE-EXTRATO.
003530     ADD 1 TO WS-CONTADOR-LIDOS.
003540     IF EX-DATA NUMERIC AND EX-DATA < WS-CORTE-EXTRATO
003550         WRITE EA-REGISTRO-EXTRATO
003560             FROM EX-REGISTRO-EXTRATO
003570         ADD 1 TO WS-CONTADOR-ARQUIVADOS
003580     ELSE
003590         WRITE EN-REGISTRO-EXTRATO
003600             FROM EX-REGISTRO-EXTRATO
003610         ADD 1 TO WS-CONTADOR-RETIDOS
003620     END-IF.
003630     PERFORM LE-EXTRATO.
003640
003650 IMPRIME-CONTAGEM-EXTRATO.
003660     DISPLAY "EXTRATFILE: LIDOS " WS-CONTADOR-LIDOS
003670         " ARQUIVADOS " WS-CONTADOR-ARQUIVADOS
003680         " RETIDOS " WS-CONTADOR-RETIDOS
003690         " (CORTE " WS-CORTE-EXTRATO ")".
003700     PERFORM ACUMULA-TOTAIS.
003710
003720 ACUMULA-TOTAIS.
003730     ADD WS-CONTADOR-LIDOS TO WS-TOTAL-LIDOS.
003740     ADD WS-CONTADOR-ARQUIVADOS TO WS-TOTAL-ARQUIVADOS.
003750
003760*****************************************************
003770*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
003780*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
003790*  ARE ACCEPTED, SO AN I WITH NO MATCHING F
003800*  MEANS THE RUN IS STILL GOING OR DIED.
003810*****************************************************
003820 REGISTRA-INICIO.
003830     PERFORM MONTA-EXECLOG.
003840     MOVE "I" TO WE-EVENTO.
003850     PERFORM GRAVA-EXECLOG.
003860
003870*****************************************************
003880*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
003890*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
003900*****************************************************
003910 REGISTRA-FIM.
003920     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
003930     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
003940     MOVE "F" TO WE-EVENTO.
003950     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
003960     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
003970     MOVE RETURN-CODE TO WE-RETURN-CODE.
003980     MOVE WS-TOTAL-LIDOS TO WE-QTD-LIDOS.
003990     MOVE WS-TOTAL-ARQUIVADOS TO WE-QTD-PROCESSADOS.
004000     PERFORM GRAVA-EXECLOG.
004010
004020 MONTA-EXECLOG.
004030     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
004040     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
004050     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
004060     MOVE "AULA4" TO WE-PROGRAMA.
004070     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-REFERENCIA.
004080     MOVE SPACES TO WE-OPERADOR.
004090     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
004100     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
004110     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
004120         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
004130
004140*****************************************************
004150*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
004160*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
004170*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
004180*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
004190*****************************************************
004200 GRAVA-EXECLOG.
004210     OPEN EXTEND EXECLOG.
004220     IF WS-EXECLOG-STATUS = "35" OR "05"
004230         OPEN OUTPUT EXECLOG
004240     END-IF.
004250     IF WS-EXECLOG-STATUS NOT = "00"
004260         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
004270             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
004280         MOVE 12 TO RETURN-CODE
004290         STOP RUN
004300     END-IF.
004310     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
004320     CLOSE EXECLOG.
004330
004340 END PROGRAM aula4.
