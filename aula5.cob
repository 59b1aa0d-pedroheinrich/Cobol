000290*                   - THEY ARE NOW COUNTED AND SHOWN ON
000300*                   THE CERTIFICATE AS DISCREPANCIES
000310*                   INSTEAD OF BEING SILENTLY SKIPPED.
000320*  2026-10-15 RLH   TRANSFERS: ONE AUDIT LINE STANDS
000330*                   FOR TWO EXTRACT LINES.  THE DEBIT
000340*                   LEG MATCHES THE AUDIT LINE AS ANY
000350*                   POSTING DOES; THE CREDIT LEG IS
000360*                   PAIRED WITH IT ON THE SHARED
000370*                   TRANSFER REFERENCE AND TOTALED ON
000380*                   ITS OWN.  A TRANSFER WITH ONE LEG,
000390*                   EXTRA LEGS OR LEGS THAT DO NOT NET
000400*                   IS A DISCREPANCY, AND EVERY PAIR OF
000410*                   THE DATE IS LISTED ON THE
000420*                   CERTIFICATE.
000430*  2026-10-15 RLH   RUN LEDGER: REFUSED WITH RC 16
000440*                   UNLESS THE AULA1 RUN FOR THE DATE
000450*                   HAS ENDED ON EXECLOG; THE RUN AND
000460*                   ITS VERDICT ARE RECORDED THERE, AND
000470*                   ONLY AN RC 0 END CERTIFIES THE DATE
000480*                   FOR AULA8 AND THE PERIOD CLOSE.
000490*****************************************************
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-AUDITFILE-STATUS.
000560     SELECT EXTRATFILE ASSIGN TO "EXTRATFILE"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-EXTRATFILE-STATUS.
000590     SELECT RECONFILE ASSIGN TO "RECONFILE"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-RECONFILE-STATUS.
000620     SELECT EXECLOG ASSIGN TO "EXECLOG"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-EXECLOG-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  AUDITFILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORDING MODE IS F.
000700     COPY AUDITREC.
000710 FD  EXTRATFILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORDING MODE IS F.
000740     COPY EXTRATREC.
000750 FD  RECONFILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORDING MODE IS F.
000780 01  REC-REGISTRO             PIC X(132).
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
000900 77  WS-EXTRATFILE-STATUS     PIC X(02) VALUE "00".
000910 77  WS-RECONFILE-STATUS      PIC X(02) VALUE "00".
000920*****************************************************
000930*  RECONCILIATION DATE AS KEYED BY THE OPERATOR
000940*****************************************************
000950 01  WS-DATA-CONCILIACAO      PIC 9(08).
000960 01  WS-DATA-CONCILIACAO-X REDEFINES WS-DATA-CONCILIACAO.
000970     05  FILLER               PIC X(04).
000980     05  WS-DATA-MM           PIC X(02).
000990     05  WS-DATA-DD           PIC X(02).
001000*****************************************************
001010*  MATCH TABLES - ONE BYTE PER POSSIBLE TRANSACTION
001020*  ID, FLAGGING WHETHER THE ID APPEARED ON EACH SIDE
001030*  FOR THE DATE (SPACE = ABSENT, 1 = ONCE, D = MORE
001040*  THAN ONCE).
001050*****************************************************
001060 77  WS-INDICE-ID             PIC 9(07) COMP VALUE ZERO.
001070 01  WS-TABELA-AUDITORIA.
001080     05  WS-AUD-FLAG          PIC X(01)
001090         OCCURS 999999 TIMES.
001100 01  WS-TABELA-EXTRATO.
001110     05  WS-EXT-FLAG          PIC X(01)
001120         OCCURS 999999 TIMES.
001130*    TRANSFER LEGS SEEN PER TRANSFER REFERENCE: D OR C
001140*    = ONLY THAT LEG, P = THE PAIR, X = MORE THAN A
001150*    PAIR.
001160 01  WS-TABELA-TRANSFERENCIA.
001170     05  WS-TRF-FLAG          PIC X(01)
001180         OCCURS 999999 TIMES.
001190*****************************************************
001200*  COUNTS AND SUMS, BOTH SIDES, PLUS THE DISCREPANCY
001210*  TALLY THAT DECIDES THE VERDICT.
001220*****************************************************
001230 77  WS-CONT-AUDITORIA        PIC 9(07) COMP VALUE ZERO.
001240 77  WS-CONT-EXTRATO          PIC 9(07) COMP VALUE ZERO.
001250 77  WS-SOMA-AUDITORIA        PIC S9(13)V99 COMP-3 VALUE ZERO.
001260 77  WS-SOMA-EXTRATO          PIC S9(13)V99 COMP-3 VALUE ZERO.
001270 77  WS-CONT-DISCREPANCIAS    PIC 9(07) COMP VALUE ZERO.
001280*    IDS THAT CANNOT BE MATCHED AT ALL - NOT NUMERIC,
001290*    OR ZERO, WHICH IS OUTSIDE THE VALID 000001-999999
001300*    RANGE AND OUTSIDE THE MATCH TABLES.  EACH ONE IS
001310*    A DISCREPANCY IN ITS OWN RIGHT, NEVER SILENTLY
001320*    SKIPPED.
001330 77  WS-CONT-IDS-INV-AUD      PIC 9(07) COMP VALUE ZERO.
001340 77  WS-CONT-IDS-INV-EXT      PIC 9(07) COMP VALUE ZERO.
001350*    TRANSFER LEGS OF THE DATE.  THE DEBIT LEGS ARE ALSO
001360*    IN THE EXTRACT TOTALS ABOVE; THE CREDIT LEGS ARE
001370*    NOT, AND THE TWO SIDES MUST NET.
001380 77  WS-TRF-LEG-SW            PIC X(01) VALUE "N".
001390     88  WS-PERNA-TRANSFERENCIA         VALUE "Y".
001400 77  WS-CONT-PERNAS-DEBITO    PIC 9(07) COMP VALUE ZERO.
001410 77  WS-CONT-PERNAS-CREDITO   PIC 9(07) COMP VALUE ZERO.
001420 77  WS-SOMA-PERNAS-DEBITO    PIC S9(13)V99 COMP-3 VALUE ZERO.
001430 77  WS-SOMA-PERNAS-CREDITO   PIC S9(13)V99 COMP-3 VALUE ZERO.
001440*****************************************************
001450*  CERTIFICATE PRINT LINES
001460*****************************************************
001470 01  WS-LINHA-TITULO.
001480     05  FILLER               PIC X(34) VALUE
001490         "CERTIFICADO DE CONCILIACAO GL     ".
001500     05  FILLER               PIC X(06) VALUE "DATA: ".
001510     05  WS-TIT-DATA          PIC 9(08).
001520 01  WS-LINHA-CONTAGEM.
001530     05  FILLER               PIC X(02) VALUE SPACES.
001540     05  WS-CNT-ROTULO        PIC X(22).
001550     05  FILLER               PIC X(08) VALUE " QUANT: ".
001560     05  WS-CNT-QUANTIDADE    PIC Z(6)9.
001570     05  FILLER               PIC X(08) VALUE " SOMA: ".
001580     05  WS-CNT-SOMA          PIC -Z(12)9.99.
001590 01  WS-LINHA-IDS-INVALIDOS.
001600     05  FILLER               PIC X(02) VALUE SPACES.
001610     05  WS-INV-DESCRICAO     PIC X(32).
001620     05  WS-INV-QUANTIDADE    PIC Z(6)9.
001630 01  WS-LINHA-DISCREPANCIA.
001640     05  FILLER               PIC X(02) VALUE SPACES.
001650     05  WS-DIS-ID            PIC 9(06).
001660     05  FILLER               PIC X(03) VALUE " - ".
001670     05  WS-DIS-DESCRICAO     PIC X(40).
001680 01  WS-LINHA-TRANSFERENCIA.
001690     05  FILLER               PIC X(09) VALUE "  TRANSF ".
001700     05  WS-TRF-REFERENCIA    PIC 9(06).
001710     05  FILLER               PIC X(01) VALUE SPACE.
001720     05  WS-TRF-IND           PIC X(01).
001730     05  FILLER               PIC X(07) VALUE " CONTA ".
001740     05  WS-TRF-CONTA         PIC 9(08).
001750     05  FILLER               PIC X(09) VALUE " CONTRAP ".
001760     05  WS-TRF-CONTRAPARTIDA PIC 9(08).
001770     05  FILLER               PIC X(01) VALUE SPACE.
001780     05  WS-TRF-MOEDA         PIC X(03).
001790     05  WS-TRF-VALOR         PIC -Z(6)9.99.
001800     05  FILLER               PIC X(07) VALUE "  BRL: ".
001810     05  WS-TRF-VALOR-BASE    PIC -Z(10)9.99.
001820 01  WS-LINHA-VEREDICTO.
001830     05  FILLER               PIC X(11) VALUE "VEREDICTO: ".
001840     05  WS-VER-TEXTO         PIC X(40).
001850*****************************************************
001860*  CYCLE RUN LEDGER (EXECLOG)
001870*****************************************************
001880 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
001890 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
001900 77  WS-EXECLOG-EOF-SW        PIC X(01) VALUE "N".
001910     88  WS-FIM-EXECLOG                VALUE "Y".
001920 77  WS-PRE-PROGRAMA          PIC X(08) VALUE SPACES.
001930 77  WS-PRE-SITUACAO          PIC X(01) VALUE SPACE.
001940     88  WS-PRE-NAO-EXECUTADO          VALUE SPACE.
001950     88  WS-PRE-EM-ANDAMENTO           VALUE "I".
001960     88  WS-PRE-CONCLUIDO              VALUE "F".
001970 77  WS-PRE-RC                PIC 9(02) VALUE ZERO.
001980 01  WS-EL-HORA-SISTEMA.
001990     05  WS-EL-HHMMSS         PIC 9(06).
002000     05  FILLER               PIC 9(02).
002010 01  WS-PRE-REFERENCIA        PIC 9(08) VALUE ZERO.
002020 01  WS-PRE-REF-PARTES REDEFINES WS-PRE-REFERENCIA.
002030     05  WS-PRE-REF-PERIODO   PIC 9(06).
002040     05  WS-PRE-REF-DIA       PIC 9(02).
002050 01  WS-PRE-MENSAGEM.
002060     05  WS-PM-PROGRAMA       PIC X(08).
002070     05  FILLER               PIC X(01) VALUE SPACE.
002080     05  WS-PM-REFERENCIA     PIC 9(08).
002090     05  FILLER               PIC X(01) VALUE SPACE.
002100     05  WS-PM-ESTADO         PIC X(12).
002110     05  WS-PM-ESTADO-RC REDEFINES WS-PM-ESTADO.
002120         10  FILLER           PIC X(03).
002130         10  WS-PM-RC         PIC 9(02).
002140         10  FILLER           PIC X(07).
002150     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
002160
002170 PROCEDURE DIVISION.
002180*****************************************************
002190*  INICIALIZACAO - ACCEPTS AND VALIDATES THE DATE,
002200*  TALLIES BOTH SIDES, MATCHES THE IDS AND PRINTS THE
002210*  CERTIFICATE.
002220*****************************************************
002230 INICIALIZACAO.
002240     DISPLAY "DATA DA CONCILIACAO (AAAAMMDD): "
002250         WITH NO ADVANCING.
002260     ACCEPT WS-DATA-CONCILIACAO.
002270     IF WS-DATA-CONCILIACAO NOT NUMERIC
002280         OR WS-DATA-MM < "01" OR WS-DATA-MM > "12"
002290         OR WS-DATA-DD < "01" OR WS-DATA-DD > "31"
002300         DISPLAY "DATA DA CONCILIACAO INVALIDA"
002310         MOVE 12 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002340     PERFORM VERIFICA-PRE-REQUISITOS.
002350     PERFORM REGISTRA-INICIO.
002360     MOVE SPACES TO WS-TABELA-AUDITORIA.
002370     MOVE SPACES TO WS-TABELA-EXTRATO.
002380     MOVE SPACES TO WS-TABELA-TRANSFERENCIA.
002390     PERFORM TOTALIZA-AUDITORIA.
002400     PERFORM TOTALIZA-EXTRATO.
002410     OPEN OUTPUT RECONFILE.
002420     PERFORM IMPRIME-CABECALHO-CERTIFICADO.
002430     IF WS-CONT-PERNAS-DEBITO > ZERO
002440             OR WS-CONT-PERNAS-CREDITO > ZERO
002450         PERFORM LISTA-TRANSFERENCIAS
002460     END-IF.
002470     PERFORM CONFRONTA-IDENTIFICADORES.
002480     PERFORM IMPRIME-VEREDICTO.
002490     CLOSE RECONFILE.
002500     PERFORM FINALIZA-PROGRAMA.
002510
002520*****************************************************
002530*  VERIFICA-PRE-REQUISITOS - THERE IS NOTHING TO
002540*  CERTIFY UNTIL THE POSTING RUN (AULA1) FOR THE DATE
002550*  HAS ENDED.  RC 4 (REJECTS) AND RC 8 (A BATCH HELD
002560*  WHOLE) ARE COMPLETED RUNS; A RUN THAT STARTED AND
002570*  NEVER ENDED - STILL GOING, ABENDED OR ABORTED ON
002580*  THE REJECT-RATE LIMIT - IS NOT, AND IS REFUSED.
002590*****************************************************
002600 VERIFICA-PRE-REQUISITOS.
002610     MOVE "AULA1" TO WS-PRE-PROGRAMA.
002620     MOVE WS-DATA-CONCILIACAO TO WS-PRE-REFERENCIA.
002630     PERFORM CONSULTA-EXECLOG.
002640     IF NOT WS-PRE-CONCLUIDO
002650             OR WS-PRE-RC > 8
002660         PERFORM DESCREVE-PRE-REQUISITO
002670         DISPLAY "A CONCILIACAO EXIGE A POSTAGEM (AULA1) "
002680             "DA DATA CONCLUIDA"
002690         PERFORM RECUSA-EXECUCAO
002700     END-IF.
002710
002720*****************************************************
002730*  TOTALIZA-AUDITORIA - COUNTS AND SUMS THE NORMALLY
002740*  POSTED AUDIT LINES OF THE DATE AND FLAGS EACH ID.
002750*  REJECTED AND ESTOURO LINES HAVE NO EXTRACT RECORD
002760*  BY DESIGN, SO ONLY AU-DISPOSICAO-NORMAL TAKES PART
002770*  IN THE MATCH.
002780*****************************************************
002790 TOTALIZA-AUDITORIA.
002800     MOVE "N" TO WS-EOF-SW.
002810     OPEN INPUT AUDITFILE.
002820     IF WS-AUDITFILE-STATUS NOT = "00"
002830         DISPLAY "ERRO AO ABRIR AUDITFILE, STATUS "
002840             WS-AUDITFILE-STATUS
002850         MOVE 12 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880     PERFORM LE-AUDITORIA.
002890     PERFORM CLASSIFICA-AUDITORIA
002900         UNTIL WS-FIM-ARQUIVO.
002910     CLOSE AUDITFILE.
002920
002930 LE-AUDITORIA.
002940     READ AUDITFILE
002950         AT END
002960             SET WS-FIM-ARQUIVO TO TRUE
002970     END-READ.
002980
002990 CLASSIFICA-AUDITORIA.
003000     IF AU-DATA = WS-DATA-CONCILIACAO
003010         AND AU-DISPOSICAO-NORMAL
003020         ADD 1 TO WS-CONT-AUDITORIA
003030         ADD AU-RESULTADO TO WS-SOMA-AUDITORIA
003040         IF AU-ID-TRANSACAO NUMERIC
003050                 AND AU-ID-TRANSACAO > ZERO
003060             IF WS-AUD-FLAG (AU-ID-TRANSACAO) = SPACE
003070                 MOVE "1" TO WS-AUD-FLAG (AU-ID-TRANSACAO)
003080             ELSE
003090                 MOVE "D" TO WS-AUD-FLAG (AU-ID-TRANSACAO)
003100             END-IF
003110         ELSE
003120             ADD 1 TO WS-CONT-IDS-INV-AUD
003130             ADD 1 TO WS-CONT-DISCREPANCIAS
003140         END-IF
003150     END-IF.
003160     PERFORM LE-AUDITORIA.
003170
003180*****************************************************
003190*  TOTALIZA-EXTRATO - COUNTS AND SUMS THE EXTRACT
003200*  RECORDS OF THE DATE AND FLAGS EACH ID.  THE CREDIT
003210*  LEG OF A TRANSFER HAS NO AUDIT LINE OF ITS OWN -
003220*  IT IS TOTALED APART AND PAIRED WITH ITS DEBIT LEG
003230*  ON THE TRANSFER REFERENCE INSTEAD.
003240*****************************************************
003250 TOTALIZA-EXTRATO.
003260     MOVE "N" TO WS-EOF-SW.
003270     OPEN INPUT EXTRATFILE.
003280     IF WS-EXTRATFILE-STATUS NOT = "00"
003290         DISPLAY "ERRO AO ABRIR EXTRATFILE, STATUS "
003300             WS-EXTRATFILE-STATUS
003310         MOVE 12 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340     PERFORM LE-EXTRATO.
003350     PERFORM CLASSIFICA-EXTRATO
003360         UNTIL WS-FIM-ARQUIVO.
003370     CLOSE EXTRATFILE.
003380
003390 LE-EXTRATO.
003400     READ EXTRATFILE
003410         AT END
003420             SET WS-FIM-ARQUIVO TO TRUE
003430     END-READ.
003440
003450 CLASSIFICA-EXTRATO.
003460     IF EX-DATA = WS-DATA-CONCILIACAO
003470         PERFORM VERIFICA-PERNA-TRANSFERENCIA
003480         IF WS-PERNA-TRANSFERENCIA AND EX-MOVIMENTO-CREDITO
003490             ADD 1 TO WS-CONT-PERNAS-CREDITO
003500             ADD EX-RESULTADO TO WS-SOMA-PERNAS-CREDITO
003510         ELSE
003520             ADD 1 TO WS-CONT-EXTRATO
003530             ADD EX-RESULTADO TO WS-SOMA-EXTRATO
003540             IF EX-ID-TRANSACAO NUMERIC
003550                     AND EX-ID-TRANSACAO > ZERO
003560                 IF WS-EXT-FLAG (EX-ID-TRANSACAO) = SPACE
003570                     MOVE "1" TO WS-EXT-FLAG (EX-ID-TRANSACAO)
003580                 ELSE
003590                     MOVE "D" TO WS-EXT-FLAG (EX-ID-TRANSACAO)
003600                 END-IF
003610             ELSE
003620                 ADD 1 TO WS-CONT-IDS-INV-EXT
003630                 ADD 1 TO WS-CONT-DISCREPANCIAS
003640             END-IF
003650         END-IF
003660     END-IF.
003670     PERFORM LE-EXTRATO.
003680
003690*****************************************************
003700*  VERIFICA-PERNA-TRANSFERENCIA - A LINE CARRYING A
003710*  TRANSFER REFERENCE IS ONE LEG OF A TRANSFER.  ITS
003720*  DEBIT LEGS ARE SUMMED HERE AS WELL, AND THE LEG IS
003730*  FLAGGED AGAINST ITS REFERENCE SO A LONE OR EXTRA
003740*  LEG SHOWS UP AS A DISCREPANCY.
003750*****************************************************
003760 VERIFICA-PERNA-TRANSFERENCIA.
003770     MOVE "N" TO WS-TRF-LEG-SW.
003780     IF EX-REF-TRANSFERENCIA NUMERIC
003790             AND EX-REF-TRANSFERENCIA > ZERO
003800         SET WS-PERNA-TRANSFERENCIA TO TRUE
003810         IF EX-MOVIMENTO-DEBITO
003820             ADD 1 TO WS-CONT-PERNAS-DEBITO
003830             ADD EX-RESULTADO TO WS-SOMA-PERNAS-DEBITO
003840         END-IF
003850         EVALUATE TRUE
003860             WHEN WS-TRF-FLAG (EX-REF-TRANSFERENCIA) = SPACE
003870                 IF EX-MOVIMENTO-DEBITO
003880                     MOVE "D"
003890                         TO WS-TRF-FLAG (EX-REF-TRANSFERENCIA)
003900                 ELSE
003910                     MOVE "C"
003920                         TO WS-TRF-FLAG (EX-REF-TRANSFERENCIA)
003930                 END-IF
003940             WHEN WS-TRF-FLAG (EX-REF-TRANSFERENCIA) = "D"
003950                     AND EX-MOVIMENTO-CREDITO
003960                 MOVE "P" TO WS-TRF-FLAG (EX-REF-TRANSFERENCIA)
003970             WHEN WS-TRF-FLAG (EX-REF-TRANSFERENCIA) = "C"
003980                     AND EX-MOVIMENTO-DEBITO
003990                 MOVE "P" TO WS-TRF-FLAG (EX-REF-TRANSFERENCIA)
004000             WHEN OTHER
004010                 MOVE "X" TO WS-TRF-FLAG (EX-REF-TRANSFERENCIA)
004020         END-EVALUATE
004030     END-IF.
004040
004050 IMPRIME-CABECALHO-CERTIFICADO.
004060     MOVE WS-DATA-CONCILIACAO TO WS-TIT-DATA.
004070     WRITE REC-REGISTRO FROM WS-LINHA-TITULO
004080         AFTER ADVANCING 1 LINE.
004090     MOVE "AUDITORIA (NORMAIS)" TO WS-CNT-ROTULO.
004100     MOVE WS-CONT-AUDITORIA TO WS-CNT-QUANTIDADE.
004110     MOVE WS-SOMA-AUDITORIA TO WS-CNT-SOMA.
004120     WRITE REC-REGISTRO FROM WS-LINHA-CONTAGEM
004130         AFTER ADVANCING 2 LINES.
004140     MOVE "EXTRATO GL" TO WS-CNT-ROTULO.
004150     MOVE WS-CONT-EXTRATO TO WS-CNT-QUANTIDADE.
004160     MOVE WS-SOMA-EXTRATO TO WS-CNT-SOMA.
004170     WRITE REC-REGISTRO FROM WS-LINHA-CONTAGEM
004180         AFTER ADVANCING 1 LINE.
004190     IF WS-CONT-PERNAS-DEBITO > ZERO
004200             OR WS-CONT-PERNAS-CREDITO > ZERO
004210         MOVE "TRANSF PERNAS DEBITO" TO WS-CNT-ROTULO
004220         MOVE WS-CONT-PERNAS-DEBITO TO WS-CNT-QUANTIDADE
004230         MOVE WS-SOMA-PERNAS-DEBITO TO WS-CNT-SOMA
004240         WRITE REC-REGISTRO FROM WS-LINHA-CONTAGEM
004250             AFTER ADVANCING 1 LINE
004260         MOVE "TRANSF PERNAS CREDITO" TO WS-CNT-ROTULO
004270         MOVE WS-CONT-PERNAS-CREDITO TO WS-CNT-QUANTIDADE
004280         MOVE WS-SOMA-PERNAS-CREDITO TO WS-CNT-SOMA
004290         WRITE REC-REGISTRO FROM WS-LINHA-CONTAGEM
004300             AFTER ADVANCING 1 LINE
004310     END-IF.
004320*    IDS THAT COULD NOT BE MATCHED AT ALL ARE ALREADY
004330*    COUNTED AS DISCREPANCIES; THE CERTIFICATE SAYS
004340*    SO EXPLICITLY RATHER THAN LEAVING A COUNT THAT
004350*    DOES NOT ADD UP.
004360     IF WS-CONT-IDS-INV-AUD > ZERO
004370         MOVE "IDS INVALIDOS NA AUDITORIA:"
004380             TO WS-INV-DESCRICAO
004390         MOVE WS-CONT-IDS-INV-AUD TO WS-INV-QUANTIDADE
004400         WRITE REC-REGISTRO FROM WS-LINHA-IDS-INVALIDOS
004410             AFTER ADVANCING 1 LINE
004420     END-IF.
004430     IF WS-CONT-IDS-INV-EXT > ZERO
004440         MOVE "IDS INVALIDOS NO EXTRATO:"
004450             TO WS-INV-DESCRICAO
004460         MOVE WS-CONT-IDS-INV-EXT TO WS-INV-QUANTIDADE
004470         WRITE REC-REGISTRO FROM WS-LINHA-IDS-INVALIDOS
004480             AFTER ADVANCING 1 LINE
004490     END-IF.
004500     MOVE SPACES TO REC-REGISTRO.
004510     WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
004520
004530*****************************************************
004540*  LISTA-TRANSFERENCIAS - A SECOND PASS OVER THE
004550*  EXTRACT PRINTING EVERY TRANSFER LEG OF THE DATE,
004560*  EACH WITH ITS REFERENCE, ACCOUNT AND COUNTERPART,
004570*  SO THE PAIRS CAN BE READ OFF THE CERTIFICATE.
004580*****************************************************
004590 LISTA-TRANSFERENCIAS.
004600     MOVE "TRANSFERENCIAS DA DATA (PERNA A PERNA)"
004610         TO REC-REGISTRO.
004620     WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
004630     MOVE "N" TO WS-EOF-SW.
004640     OPEN INPUT EXTRATFILE.
004650     IF WS-EXTRATFILE-STATUS NOT = "00"
004660         DISPLAY "ERRO AO REABRIR EXTRATFILE, STATUS "
004670             WS-EXTRATFILE-STATUS
004680         MOVE 12 TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710     PERFORM LE-EXTRATO.
004720     PERFORM LISTA-UMA-PERNA
004730         UNTIL WS-FIM-ARQUIVO.
004740     CLOSE EXTRATFILE.
004750     MOVE SPACES TO REC-REGISTRO.
004760     WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
004770
004780 LISTA-UMA-PERNA.
004790     IF EX-DATA = WS-DATA-CONCILIACAO
004800             AND EX-REF-TRANSFERENCIA NUMERIC
004810             AND EX-REF-TRANSFERENCIA > ZERO
004820         MOVE EX-REF-TRANSFERENCIA TO WS-TRF-REFERENCIA
004830         IF EX-MOVIMENTO-DEBITO
004840             MOVE "D" TO WS-TRF-IND
004850         ELSE
004860             MOVE "C" TO WS-TRF-IND
004870         END-IF
004880         MOVE EX-CONTA TO WS-TRF-CONTA
004890         MOVE EX-CONTA-CONTRAPARTIDA TO WS-TRF-CONTRAPARTIDA
004900         MOVE EX-MOEDA TO WS-TRF-MOEDA
004910         MOVE EX-RESULTADO TO WS-TRF-VALOR
004920         MOVE EX-RESULTADO-BASE TO WS-TRF-VALOR-BASE
004930         WRITE REC-REGISTRO FROM WS-LINHA-TRANSFERENCIA
004940             AFTER ADVANCING 1 LINE
004950     END-IF.
004960     PERFORM LE-EXTRATO.
004970
004980*****************************************************
004990*  CONFRONTA-IDENTIFICADORES - WALKS THE WHOLE ID
005000*  RANGE AND PRINTS ONE LINE PER ORPHAN OR DUPLICATE.
005010*  EVERY LINE PRINTED IS A DISCREPANCY - THE VERDICT
005020*  IS IN BALANCE ONLY WHEN NONE PRINTED, NO UNMATCH-
005030*  ABLE ID WAS SEEN AND THE COUNTS AND SUMS AGREE.
005040*****************************************************
005050 CONFRONTA-IDENTIFICADORES.
005060     PERFORM CONFRONTA-UM-ID
005070         VARYING WS-INDICE-ID FROM 1 BY 1
005080         UNTIL WS-INDICE-ID > 999999.
005090
005100 CONFRONTA-UM-ID.
005110     EVALUATE TRUE
005120         WHEN WS-AUD-FLAG (WS-INDICE-ID) = SPACE
005130                 AND WS-EXT-FLAG (WS-INDICE-ID) = SPACE
005140             CONTINUE
005150         WHEN WS-AUD-FLAG (WS-INDICE-ID) = SPACE
005160             MOVE "SO NO EXTRATO - SEM AUDITORIA NORMAL"
005170                 TO WS-DIS-DESCRICAO
005180             PERFORM IMPRIME-DISCREPANCIA
005190         WHEN WS-EXT-FLAG (WS-INDICE-ID) = SPACE
005200             MOVE "SO NA AUDITORIA - SEM EXTRATO"
005210                 TO WS-DIS-DESCRICAO
005220             PERFORM IMPRIME-DISCREPANCIA
005230         WHEN WS-AUD-FLAG (WS-INDICE-ID) = "D"
005240                 OR WS-EXT-FLAG (WS-INDICE-ID) = "D"
005250             MOVE "ID EM DUPLICIDADE"
005260                 TO WS-DIS-DESCRICAO
005270             PERFORM IMPRIME-DISCREPANCIA
005280     END-EVALUATE.
005290     EVALUATE WS-TRF-FLAG (WS-INDICE-ID)
005300         WHEN "D"
005310         WHEN "C"
005320             MOVE "TRANSFERENCIA COM UMA SO PERNA"
005330                 TO WS-DIS-DESCRICAO
005340             PERFORM IMPRIME-DISCREPANCIA
005350         WHEN "X"
005360             MOVE "TRANSFERENCIA COM PERNAS EM EXCESSO"
005370                 TO WS-DIS-DESCRICAO
005380             PERFORM IMPRIME-DISCREPANCIA
005390         WHEN OTHER
005400             CONTINUE
005410     END-EVALUATE.
005420
005430 IMPRIME-DISCREPANCIA.
005440     MOVE WS-INDICE-ID TO WS-DIS-ID.
005450     WRITE REC-REGISTRO FROM WS-LINHA-DISCREPANCIA
005460         AFTER ADVANCING 1 LINE.
005470     ADD 1 TO WS-CONT-DISCREPANCIAS.
005480
005490*****************************************************
005500*  IMPRIME-VEREDICTO - CLOSES THE CERTIFICATE.  IN
005510*  BALANCE MEANS EQUAL COUNTS, EQUAL SUMS AND NOT ONE
005520*  ORPHAN OR DUPLICATE ON EITHER SIDE, AND THE
005530*  TRANSFER LEGS NETTING TO ZERO.
005540*****************************************************
005550 IMPRIME-VEREDICTO.
005560     IF WS-CONT-PERNAS-DEBITO NOT = WS-CONT-PERNAS-CREDITO
005570             OR WS-SOMA-PERNAS-DEBITO
005580                 NOT = WS-SOMA-PERNAS-CREDITO
005590         MOVE ZERO TO WS-DIS-ID
005600         MOVE "PERNAS DE TRANSFERENCIA NAO FECHAM"
005610             TO WS-DIS-DESCRICAO
005620         WRITE REC-REGISTRO FROM WS-LINHA-DISCREPANCIA
005630             AFTER ADVANCING 1 LINE
005640         ADD 1 TO WS-CONT-DISCREPANCIAS
005650     END-IF.
005660     IF WS-CONT-AUDITORIA = WS-CONT-EXTRATO
005670         AND WS-SOMA-AUDITORIA = WS-SOMA-EXTRATO
005680         AND WS-CONT-DISCREPANCIAS = ZERO
005690         MOVE "EM BALANCO - POSTAGEM GL LIBERADA"
005700             TO WS-VER-TEXTO
005710     ELSE
005720         MOVE "FORA DE BALANCO - POSTAGEM GL RETIDA"
005730             TO WS-VER-TEXTO
005740         MOVE 8 TO RETURN-CODE
005750     END-IF.
005760     MOVE SPACES TO REC-REGISTRO.
005770     WRITE REC-REGISTRO AFTER ADVANCING 1 LINE.
005780     WRITE REC-REGISTRO FROM WS-LINHA-VEREDICTO
005790         AFTER ADVANCING 1 LINE.
005800
005810 FINALIZA-PROGRAMA.
005820     DISPLAY "CONCILIACAO DE " WS-DATA-CONCILIACAO ": "
005830         WS-VER-TEXTO.
005840     DISPLAY "AUDITORIA " WS-CONT-AUDITORIA
005850         " X EXTRATO " WS-CONT-EXTRATO
005860         " DISCREPANCIAS " WS-CONT-DISCREPANCIAS.
005870     PERFORM REGISTRA-FIM.
005880     DISPLAY "Programa finalizado!!".
005890     STOP RUN.
005900
005910*****************************************************
005920*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
005930*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
005940*  ARE ACCEPTED AND THE PREREQUISITE STEPS HAVE
005950*  BEEN FOUND COMPLETE, SO AN I WITH NO MATCHING F
005960*  MEANS THE RUN IS STILL GOING OR DIED.
005970*****************************************************
005980 REGISTRA-INICIO.
005990     PERFORM MONTA-EXECLOG.
006000     MOVE "I" TO WE-EVENTO.
006010     PERFORM GRAVA-EXECLOG.
006020
006030*****************************************************
006040*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
006050*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
006060*****************************************************
006070 REGISTRA-FIM.
006080     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
006090     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
006100     MOVE "F" TO WE-EVENTO.
006110     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
006120     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
006130     MOVE RETURN-CODE TO WE-RETURN-CODE.
006140     MOVE WS-CONT-AUDITORIA TO WE-QTD-LIDOS.
006150     MOVE WS-CONT-EXTRATO TO WE-QTD-PROCESSADOS.
006160     MOVE WS-CONT-DISCREPANCIAS TO WE-QTD-EXCECOES.
006170     IF RETURN-CODE = ZERO
006180         MOVE "EM BALANCO" TO WE-MENSAGEM
006190     ELSE
006200         MOVE "FORA DE BALANCO" TO WE-MENSAGEM
006210     END-IF.
006220     PERFORM GRAVA-EXECLOG.
006230
006240 MONTA-EXECLOG.
006250     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
006260     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
006270     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
006280     MOVE "AULA5" TO WE-PROGRAMA.
006290     MOVE WS-DATA-CONCILIACAO TO WE-DATA-REFERENCIA.
006300     MOVE SPACES TO WE-OPERADOR.
006310     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
006320     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
006330     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
006340         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
006350
006360*****************************************************
006370*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
006380*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
006390*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
006400*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
006410*****************************************************
006420 GRAVA-EXECLOG.
006430     OPEN EXTEND EXECLOG.
006440     IF WS-EXECLOG-STATUS = "35" OR "05"
006450         OPEN OUTPUT EXECLOG
006460     END-IF.
006470     IF WS-EXECLOG-STATUS NOT = "00"
006480         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
006490             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
006500         MOVE 12 TO RETURN-CODE
006510         STOP RUN
006520     END-IF.
006530     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
006540     CLOSE EXECLOG.
006550
006560*****************************************************
006570*  CONSULTA-EXECLOG - SWEEPS THE LEDGER AND LEAVES
006580*  IN WS-PRE-SITUACAO AND WS-PRE-RC THE STATE OF THE
006590*  LATEST RUN OF WS-PRE-PROGRAMA FOR
006600*  WS-PRE-REFERENCIA: BLANK = NEVER RAN, I = STARTED
006610*  AND NEVER ENDED (STILL GOING OR ABENDED), F =
006620*  ENDED WITH WS-PRE-RC.  REFUSED ATTEMPTS NEVER RAN
006630*  AND ARE PASSED OVER.  AN ABSENT LEDGER ONLY MEANS
006640*  NOTHING HAS RUN YET.
006650*****************************************************
006660 CONSULTA-EXECLOG.
006670     MOVE SPACE TO WS-PRE-SITUACAO.
006680     MOVE ZERO TO WS-PRE-RC.
006690     PERFORM ABRE-CONSULTA-EXECLOG.
006700     PERFORM EXAMINA-EXECLOG
006710         UNTIL WS-FIM-EXECLOG.
006720     PERFORM FECHA-CONSULTA-EXECLOG.
006730
006740 EXAMINA-EXECLOG.
006750     IF EL-PROGRAMA = WS-PRE-PROGRAMA
006760             AND EL-DATA-REFERENCIA = WS-PRE-REFERENCIA
006770         IF EL-EVENTO-INICIO
006780             MOVE "I" TO WS-PRE-SITUACAO
006790             MOVE ZERO TO WS-PRE-RC
006800         END-IF
006810         IF EL-EVENTO-FIM
006820             MOVE "F" TO WS-PRE-SITUACAO
006830             MOVE EL-RETURN-CODE TO WS-PRE-RC
006840         END-IF
006850     END-IF.
006860     PERFORM LE-EXECLOG.
006870
006880 ABRE-CONSULTA-EXECLOG.
006890     MOVE "N" TO WS-EXECLOG-EOF-SW.
006900     OPEN INPUT EXECLOG.
006910     IF WS-EXECLOG-STATUS = "35"
006920         SET WS-FIM-EXECLOG TO TRUE
006930     ELSE
006940         IF WS-EXECLOG-STATUS NOT = "00"
006950             DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
006960                 "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
006970             MOVE 12 TO RETURN-CODE
006980             STOP RUN
006990         END-IF
007000         PERFORM LE-EXECLOG
007010     END-IF.
007020
007030 FECHA-CONSULTA-EXECLOG.
007040     IF WS-EXECLOG-STATUS NOT = "35"
007050         CLOSE EXECLOG
007060     END-IF.
007070
007080 LE-EXECLOG.
007090     READ EXECLOG
007100         AT END
007110             SET WS-FIM-EXECLOG TO TRUE
007120     END-READ.
007130
007140*****************************************************
007150*  DESCREVE-PRE-REQUISITO - SHOWS THE OPERATOR WHICH
007160*  STEP WAS NOT FOUND COMPLETE, AND IN WHAT STATE,
007170*  AND KEEPS THE SAME TEXT FOR THE REFUSAL RECORD.
007180*****************************************************
007190 DESCREVE-PRE-REQUISITO.
007200     MOVE WS-PRE-PROGRAMA TO WS-PM-PROGRAMA.
007210     MOVE WS-PRE-REFERENCIA TO WS-PM-REFERENCIA.
007220     EVALUATE TRUE
007230         WHEN WS-PRE-NAO-EXECUTADO
007240             MOVE "NAO EXECUTOU" TO WS-PM-ESTADO
007250         WHEN WS-PRE-EM-ANDAMENTO
007260             MOVE "INCOMPLETO" TO WS-PM-ESTADO
007270         WHEN OTHER
007280             MOVE "RC" TO WS-PM-ESTADO
007290             MOVE WS-PRE-RC TO WS-PM-RC
007300     END-EVALUATE.
007310     DISPLAY "ERRO - PRE-REQUISITO NAO ATENDIDO: "
007320         WS-PRE-MENSAGEM.
007330
007340*****************************************************
007350*  RECUSA-EXECUCAO - A PREREQUISITE STEP HAS NOT
007360*  COMPLETED ACCEPTABLY: THE REFUSAL GOES ON THE
007370*  LEDGER (R, RC 16) AND THE RUN STOPS BEFORE ANY
007380*  FILE IS TOUCHED.
007390*****************************************************
007400 RECUSA-EXECUCAO.
007410     PERFORM MONTA-EXECLOG.
007420     MOVE "R" TO WE-EVENTO.
007430     MOVE WE-DATA-INICIO TO WE-DATA-FIM.
007440     MOVE WE-HORA-INICIO TO WE-HORA-FIM.
007450     MOVE 16 TO WE-RETURN-CODE.
007460     MOVE WS-PRE-MENSAGEM TO WE-MENSAGEM.
007470     PERFORM GRAVA-EXECLOG.
007480     DISPLAY "EXECUCAO RECUSADA - RC 16".
007490     MOVE 16 TO RETURN-CODE.
007500     STOP RUN.
007510
007520 END PROGRAM aula5.
