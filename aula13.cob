000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. aula13.
000030 AUTHOR. R HEINRICH.
000040 INSTALLATION. BATCH PROCESSING CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************
000080*  AULA13 - APPROVAL OF PENDING BALANCE-MASTER
000090*  MAINTENANCE (MAKER-CHECKER).
000100*
000110*  AUDIT FLAGGED THAT ONE OPERATOR COULD RESTATE A
000120*  BALANCE, GRANT AN OVERDRAFT OR CLOSE AN ACCOUNT
000130*  HOLDING MONEY IN AULA6 WITH NO SECOND PAIR OF
000140*  EYES.  AULA6 NOW RECORDS THOSE CHANGES - AND THE
000150*  REACTIVATION OF A DORMANT ACCOUNT - ON THE
000160*  PENDING FILE (SALDPEND) INSTEAD OF THE MASTER;
000170*  THIS PROGRAM IS WHERE A SECOND, DIFFERENT
000180*  OPERATOR DECIDES THEM.  THE SESSION:
000190*    1. EXPIRES EVERY ITEM THAT HAS WAITED MORE
000200*       THAN THE NUMBER OF DAYS KEYED BY THE
000210*       OPERATOR (OR THE JOB'S SYSIN), ON THE
000220*       30/360 AGING CONVENTION AULA10 USES, AND
000230*       LISTS THEM ON THE REPORT (RELPEND);
000240*    2. SHOWS EACH REMAINING PENDING ITEM WITH ITS
000250*       BEFORE/AFTER VALUES, THE VALUE NOW ON THE
000260*       MASTER, AND THE REASON CODE AND TEXT, AND
000270*       LETS THE OPERATOR APPROVE IT (APPLIED TO
000280*       SALDOFILE AND WRITTEN TO SALDMANT WITH BOTH
000290*       OPERATOR IDS), DECLINE IT WITH A REASON, OR
000300*       PASS OVER IT;
000310*    3. LISTS WHAT IS STILL PENDING AT THE END.
000320*  AN ITEM REQUESTED BY THE OPERATOR IN THE CHAIR IS
000330*  NEVER OFFERED FOR DECISION.  A CORRECTION OR
000340*  LIMIT CHANGE WHOSE "BEFORE" VALUE NO LONGER
000350*  MATCHES THE MASTER (THE ACCOUNT HAS MOVED SINCE
000360*  THE REQUEST) IS NOT APPLIED - RESTATING OVER
000370*  POSTINGS MADE SINCE WOULD LOSE THEM - AND SHOULD
000380*  BE DECLINED AND REQUESTED AGAIN.
000390*  THE RUN ENDS RC 4 WHEN ANY ITEM EXPIRED.
000400*-----------------------------------------------------
000410*  MODIFICATION HISTORY
000420*  DATE       INIT  DESCRIPTION
000430*  2026-10-15 RLH   ORIGINAL PROGRAM.
000440*  2026-10-15 RLH   RUN LEDGER: THE RUN IS RECORDED ON
000450*                   EXECLOG (START, AND END WITH RC
000460*                   AND COUNTS) UNDER THE RUN
000470*                   DATE AND THE OPERATOR.
000480*  2026-10-15 RLH   REACTIVATION OF A DORMANT ACCOUNT
000490*                   (ACTION V): APPLIED ONLY WHILE THE
000500*                   ACCOUNT IS STILL DORMANT; SETS IT
000510*                   ACTIVE AND STAMPS TODAY AS ITS
000520*                   LAST MOVEMENT SO THE NEXT DORMANCY
000530*                   RUN DOES NOT MARK IT AGAIN.
000540*  2026-10-15 RLH   A RUN THAT FINDS NO PENDING FILE
000550*                   NOW CLOSES ITS LEDGER ENTRY (RC 0,
000560*                   NO COUNTS) BEFORE IT STOPS, SO IT
000570*                   NO LONGER SHOWS AS STILL RUNNING.
000580*  2026-10-15 RLH   THE OPEN OF THE REPORT (RELPEND)
000590*                   IS NOW CHECKED LIKE THE OTHER
000600*                   FILES' - A FAILURE ENDS THE RUN
000610*                   RC 12.
000620*****************************************************
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT SALDPEND ASSIGN TO "SALDPEND"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS PD-NUMERO
000700         FILE STATUS IS WS-SALDPEND-STATUS.
000710     SELECT SALDOFILE ASSIGN TO "SALDOFILE"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS SA-CONTA
000750         FILE STATUS IS WS-SALDOFILE-STATUS.
000760     SELECT SALDMANT ASSIGN TO "SALDMANT"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-SALDMANT-STATUS.
000790     SELECT RELPEND ASSIGN TO "RELPEND"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-RELPEND-STATUS.
000820     SELECT EXECLOG ASSIGN TO "EXECLOG"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-EXECLOG-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  SALDPEND
000880     LABEL RECORDS ARE STANDARD.
000890     COPY PENDREC.
000900 FD  SALDOFILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY SALDOREC.
000930 FD  SALDMANT
000940     LABEL RECORDS ARE STANDARD
000950     RECORDING MODE IS F.
000960     COPY MANTREC.
000970 FD  RELPEND
000980     LABEL RECORDS ARE STANDARD
000990     RECORDING MODE IS F.
001000 01  REL-REGISTRO             PIC X(132).
001010 FD  EXECLOG
001020     LABEL RECORDS ARE STANDARD
001030     RECORDING MODE IS F.
001040     COPY EXECREC.
001050 WORKING-STORAGE SECTION.
001060*****************************************************
001070*  SWITCHES AND FILE STATUS
001080*****************************************************
001090 77  WS-FIM-SW                PIC X(01) VALUE "N".
001100     88  WS-FIM-PENDENCIAS              VALUE "Y".
001110 77  WS-SESSAO-SW             PIC X(01) VALUE "N".
001120     88  WS-FIM-SESSAO                  VALUE "Y".
001130 77  WS-CONTA-SW              PIC X(01) VALUE "N".
001140     88  WS-CONTA-AUSENTE               VALUE "Y".
001150 77  WS-APLICACAO-SW          PIC X(01) VALUE "N".
001160     88  WS-APLICACAO-BARRADA           VALUE "Y".
001170 77  WS-SALDPEND-STATUS       PIC X(02) VALUE "00".
001180 77  WS-SALDOFILE-STATUS      PIC X(02) VALUE "00".
001190 77  WS-SALDMANT-STATUS       PIC X(02) VALUE "00".
001200 77  WS-RELPEND-STATUS        PIC X(02) VALUE "00".
001210*****************************************************
001220*  OPERATOR DIALOGUE FIELDS
001230*****************************************************
001240 77  WS-OPERADOR              PIC X(08).
001250 77  WS-DECISAO               PIC X(01).
001260 77  WS-MOTIVO-DECISAO        PIC X(30).
001270 77  WS-DIAS-EXPIRACAO        PIC 9(03).
001280*****************************************************
001290*  SESSION DATE AND TIME.  THE DATE COMES FROM THE
001300*  SYSTEM, SO ITS NUMERIC SUBFIELD VIEW CAN FEED THE
001310*  30/360 ARITHMETIC DIRECTLY.
001320*****************************************************
001330 01  WS-DATA-HOJE             PIC 9(08).
001340 01  WS-DATA-HOJE-X REDEFINES WS-DATA-HOJE.
001350     05  WS-HOJE-AAAA         PIC 9(04).
001360     05  WS-HOJE-MM           PIC 9(02).
001370     05  WS-HOJE-DD           PIC 9(02).
001380 01  WS-HORA-SISTEMA          PIC 9(08).
001390 01  WS-HORA-SISTEMA-X REDEFINES WS-HORA-SISTEMA.
001400     05  WS-HORA-HHMMSS       PIC 9(06).
001410     05  FILLER               PIC X(02).
001420 01  WS-DATA-ITEM             PIC 9(08).
001430 01  WS-DATA-ITEM-X REDEFINES WS-DATA-ITEM.
001440     05  WS-ITEM-AAAA         PIC 9(04).
001450     05  WS-ITEM-MM           PIC 9(02).
001460     05  WS-ITEM-DD           PIC 9(02).
001470*****************************************************
001480*  AGING WORK FIELDS - 30/360, AS IN AULA10.
001490*****************************************************
001500 77  WS-DIAS                  PIC S9(05) COMP-3 VALUE ZERO.
001510 77  WS-DIF-TRABALHO          PIC S9(05) COMP-3 VALUE ZERO.
001520*****************************************************
001530*  VALUE OF THE FIELD THE ITEM CHANGES AS IT STANDS
001540*  ON THE MASTER NOW - THE BALANCE FOR C AND E, THE
001550*  LIMIT FOR L - AND THE BEFORE/AFTER VALUES FOR THE
001560*  MAINTENANCE TRAIL LINE.
001570*****************************************************
001580 77  WS-VALOR-ATUAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
001590 77  WS-MANT-ANTERIOR         PIC S9(13)V99 COMP-3 VALUE ZERO.
001600 77  WS-MANT-NOVO             PIC S9(13)V99 COMP-3 VALUE ZERO.
001610 77  WS-DESCRICAO-ACAO        PIC X(24).
001620*****************************************************
001630*  CONTROL TOTALS FOR THE END-OF-SESSION SUMMARY
001640*****************************************************
001650 77  WS-CONT-EXPIRADAS        PIC 9(07) COMP VALUE ZERO.
001660 77  WS-CONT-APROVADAS        PIC 9(07) COMP VALUE ZERO.
001670 77  WS-CONT-RECUSADAS        PIC 9(07) COMP VALUE ZERO.
001680 77  WS-CONT-PULADAS          PIC 9(07) COMP VALUE ZERO.
001690 77  WS-CONT-PROPRIAS         PIC 9(07) COMP VALUE ZERO.
001700 77  WS-CONT-BARRADAS         PIC 9(07) COMP VALUE ZERO.
001710 77  WS-CONT-EM-ABERTO        PIC 9(07) COMP VALUE ZERO.
001720 77  WS-CONT-DECISOES         PIC 9(07) COMP VALUE ZERO.
001730*****************************************************
001740*  EDITED VALUES FOR THE DIALOGUE DISPLAYS
001750*****************************************************
001760 77  WS-SALDO-EDITADO         PIC -Z(12)9.99.
001770*****************************************************
001780*  PAGE CONTROL AND PRINT LINES
001790*****************************************************
001800 77  WS-LINHAS-POR-PAGINA     PIC 9(02) COMP VALUE 55.
001810 77  WS-CONTADOR-LINHAS       PIC 9(02) COMP VALUE ZERO.
001820 77  WS-CONTADOR-PAGINAS      PIC 9(05) COMP VALUE ZERO.
001830 77  WS-TITULO-SECAO          PIC X(44) VALUE SPACES.
001840 01  WS-CABECALHO-1.
001850     05  FILLER               PIC X(34) VALUE
001860         "PENDENCIAS DE MANUTENCAO DE SALDOS".
001870     05  FILLER               PIC X(08) VALUE "  DATA: ".
001880     05  WS-CAB-DATA          PIC 9(08).
001890     05  FILLER               PIC X(12) VALUE "  OPERADOR: ".
001900     05  WS-CAB-OPERADOR      PIC X(08).
001910     05  FILLER               PIC X(10) VALUE "  PAGINA: ".
001920     05  WS-CAB-PAGINA        PIC ZZZZ9.
001930 01  WS-CABECALHO-2.
001940     05  FILLER               PIC X(02) VALUE SPACES.
001950     05  WS-CAB-SECAO         PIC X(44).
001960 01  WS-CABECALHO-3.
001970     05  FILLER               PIC X(125) VALUE ALL "-".
001980 01  WS-LINHA-PENDENCIA.
001990     05  FILLER               PIC X(02) VALUE SPACES.
002000     05  FILLER               PIC X(07) VALUE "PEDIDO ".
002010     05  WS-PEN-NUMERO        PIC 9(06).
002020     05  FILLER               PIC X(05) VALUE " SIT ".
002030     05  WS-PEN-SITUACAO      PIC X(01).
002040     05  FILLER               PIC X(06) VALUE " ACAO ".
002050     05  WS-PEN-ACAO          PIC X(01).
002060     05  FILLER               PIC X(07) VALUE " CONTA ".
002070     05  WS-PEN-CONTA         PIC 9(08).
002080     05  FILLER               PIC X(04) VALUE " DE ".
002090     05  WS-PEN-ANTERIOR      PIC -Z(12)9.99.
002100     05  FILLER               PIC X(06) VALUE " PARA ".
002110     05  WS-PEN-NOVO          PIC -Z(12)9.99.
002120     05  FILLER               PIC X(07) VALUE " SOLIC ".
002130     05  WS-PEN-SOLICITANTE   PIC X(08).
002140     05  FILLER               PIC X(04) VALUE " EM ".
002150     05  WS-PEN-DATA          PIC 9(08).
002160     05  FILLER               PIC X(06) VALUE " DIAS ".
002170     05  WS-PEN-DIAS          PIC ZZZZ9.
002180 01  WS-LINHA-MOTIVOS.
002190     05  FILLER               PIC X(09) VALUE SPACES.
002200     05  FILLER               PIC X(07) VALUE "CODIGO ".
002210     05  WS-MOT-CODIGO        PIC X(04).
002220     05  FILLER               PIC X(08) VALUE " MOTIVO ".
002230     05  WS-MOT-MOTIVO        PIC X(30).
002240     05  FILLER               PIC X(09) VALUE " DECISOR ".
002250     05  WS-MOT-DECISOR       PIC X(08).
002260     05  FILLER               PIC X(01) VALUE SPACE.
002270     05  WS-MOT-DECISAO       PIC X(30).
002280 01  WS-LINHA-TEXTO.
002290     05  FILLER               PIC X(02) VALUE SPACES.
002300     05  WS-TXT-TEXTO         PIC X(70).
002310*****************************************************
002320*  CYCLE RUN LEDGER (EXECLOG)
002330*****************************************************
002340 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
002350 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
002360 01  WS-EL-HORA-SISTEMA.
002370     05  WS-EL-HHMMSS         PIC 9(06).
002380     05  FILLER               PIC 9(02).
002390     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
002400
002410 PROCEDURE DIVISION.
002420*****************************************************
002430*  INICIALIZACAO - IDENTIFIES THE OPERATOR, ACCEPTS
002440*  THE EXPIRY PERIOD, OPENS THE FILES AND RUNS THE
002450*  THREE STEPS OF THE SESSION.
002460*****************************************************
002470 INICIALIZACAO.
002480     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
002490     ACCEPT WS-HORA-SISTEMA FROM TIME.
002500     DISPLAY "OPERADOR (ATE 8 CARACTERES): "
002510         WITH NO ADVANCING.
002520     ACCEPT WS-OPERADOR.
002530     IF WS-OPERADOR = SPACES
002540         DISPLAY "ERRO - OPERADOR OBRIGATORIO - A APROVACAO "
002550             "EXIGE SABER QUEM DECIDIU"
002560         MOVE 12 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002590     DISPLAY "PRAZO DE EXPIRACAO EM DIAS (3 DIGITOS): "
002600         WITH NO ADVANCING.
002610     ACCEPT WS-DIAS-EXPIRACAO.
002620     IF WS-DIAS-EXPIRACAO NOT NUMERIC
002630         OR WS-DIAS-EXPIRACAO = ZERO
002640         DISPLAY "PRAZO DE EXPIRACAO INVALIDO"
002650         MOVE 12 TO RETURN-CODE
002660         STOP RUN
002670     END-IF.
002680     PERFORM REGISTRA-INICIO.
002690     PERFORM ABRE-ARQUIVOS.
002700     PERFORM EXPIRA-PENDENCIAS.
002710     PERFORM DECIDE-PENDENCIAS.
002720     PERFORM LISTA-EM-ABERTO.
002730     PERFORM FINALIZA-PROGRAMA.
002740
002750*****************************************************
002760*  ABRE-ARQUIVOS - NO PENDING FILE MEANS NO REQUEST
002770*  WAS EVER MADE, SO THERE IS NOTHING TO DO.  THE
002780*  MASTER MUST ALREADY EXIST - AN APPROVAL NEVER
002790*  PRIMES ONE - AND THE MAINTENANCE TRAIL IS
002800*  APPENDED TO AS IN AULA6.
002810*****************************************************
002820 ABRE-ARQUIVOS.
002830     OPEN I-O SALDPEND.
002840     IF WS-SALDPEND-STATUS = "35"
002850         DISPLAY "AVISO - ARQUIVO DE PENDENCIAS INEXISTENTE "
002860             "- NADA A APROVAR"
002870         MOVE ZERO TO RETURN-CODE
002880         PERFORM REGISTRA-FIM
002890         STOP RUN
002900     END-IF.
002910     IF WS-SALDPEND-STATUS NOT = "00"
002920         DISPLAY "ERRO - ARQUIVO DE PENDENCIAS INDISPONIVEL, "
002930             "STATUS " WS-SALDPEND-STATUS
002940         MOVE 12 TO RETURN-CODE
002950         STOP RUN
002960     END-IF.
002970     OPEN I-O SALDOFILE.
002980     IF WS-SALDOFILE-STATUS NOT = "00"
002990         DISPLAY "ERRO - MASTER DE SALDOS INDISPONIVEL, "
003000             "STATUS " WS-SALDOFILE-STATUS
003010         MOVE 12 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040     OPEN EXTEND SALDMANT.
003050     IF WS-SALDMANT-STATUS = "35" OR "05"
003060         OPEN OUTPUT SALDMANT
003070     END-IF.
003080     IF WS-SALDMANT-STATUS NOT = "00"
003090         DISPLAY "ERRO - TRILHA DE MANUTENCAO INDISPONIVEL, "
003100             "STATUS " WS-SALDMANT-STATUS
003110         MOVE 12 TO RETURN-CODE
003120         STOP RUN
003130     END-IF.
003140     OPEN OUTPUT RELPEND.
003150     IF WS-RELPEND-STATUS NOT = "00"
003160         DISPLAY "ERRO - RELATORIO DE PENDENCIAS INDISPONIVEL, "
003170             "STATUS " WS-RELPEND-STATUS
003180         MOVE 12 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210
003220*****************************************************
003230*  INICIA-VARREDURA / LE-PROXIMA-PENDENCIA - BROWSE
003240*  THE PENDING FILE IN REQUEST-NUMBER ORDER, STARTING
003250*  PAST THE CONTROL RECORD (KEY ZERO).
003260*****************************************************
003270 INICIA-VARREDURA.
003280     MOVE "N" TO WS-FIM-SW.
003290     MOVE ZERO TO PD-NUMERO.
003300     START SALDPEND KEY IS GREATER THAN PD-NUMERO
003310         INVALID KEY
003320             SET WS-FIM-PENDENCIAS TO TRUE
003330     END-START.
003340     IF NOT WS-FIM-PENDENCIAS
003350         PERFORM LE-PROXIMA-PENDENCIA
003360     END-IF.
003370
003380 LE-PROXIMA-PENDENCIA.
003390     READ SALDPEND NEXT RECORD
003400         AT END
003410             SET WS-FIM-PENDENCIAS TO TRUE
003420     END-READ.
003430
003440*****************************************************
003450*  EXPIRA-PENDENCIAS - STEP 1.  AN ITEM STILL PENDING
003460*  MORE THAN THE EXPIRY PERIOD AFTER IT WAS REQUESTED
003470*  IS CLOSED AS EXPIRED - IT NEVER REACHES THE
003480*  MASTER - AND LISTED SO THE BRANCH CAN REQUEST IT
003490*  AGAIN IF IT IS STILL WANTED.
003500*****************************************************
003510 EXPIRA-PENDENCIAS.
003520     MOVE "PENDENCIAS EXPIRADAS NESTA EXECUCAO"
003530         TO WS-TITULO-SECAO.
003540     PERFORM IMPRIME-CABECALHO.
003550     PERFORM INICIA-VARREDURA.
003560     PERFORM EXPIRA-UMA-PENDENCIA
003570         UNTIL WS-FIM-PENDENCIAS.
003580     IF WS-CONT-EXPIRADAS = ZERO
003590         MOVE "NENHUMA PENDENCIA EXPIRADA" TO WS-TXT-TEXTO
003600         PERFORM IMPRIME-TEXTO
003610     END-IF.
003620
003630 EXPIRA-UMA-PENDENCIA.
003640     IF PD-SITUACAO-PENDENTE
003650         MOVE PD-DATA-PEDIDO TO WS-DATA-ITEM
003660         PERFORM CALCULA-DIAS
003670         IF WS-DIAS > WS-DIAS-EXPIRACAO
003680             SET PD-SITUACAO-EXPIRADA TO TRUE
003690             MOVE SPACES TO PD-OPERADOR-DECISOR
003700             MOVE WS-DATA-HOJE TO PD-DATA-DECISAO
003710             MOVE WS-HORA-HHMMSS TO PD-HORA-DECISAO
003720             MOVE "PRAZO DE APROVACAO ESGOTADO"
003730                 TO PD-MOTIVO-DECISAO
003740             REWRITE PD-REGISTRO-PENDENCIA
003750                 INVALID KEY
003760                     DISPLAY "ERRO AO EXPIRAR PEDIDO "
003770                         PD-NUMERO ", STATUS "
003780                         WS-SALDPEND-STATUS
003790                 NOT INVALID KEY
003800                     ADD 1 TO WS-CONT-EXPIRADAS
003810                     PERFORM IMPRIME-PENDENCIA
003820             END-REWRITE
003830         END-IF
003840     END-IF.
003850     PERFORM LE-PROXIMA-PENDENCIA.
003860
003870*****************************************************
003880*  DECIDE-PENDENCIAS - STEP 2.  EVERY ITEM STILL
003890*  PENDING IS OFFERED IN TURN UNTIL THE FILE ENDS OR
003900*  THE OPERATOR KEYS F.  THE OPERATOR'S OWN ITEMS ARE
003910*  ANNOUNCED AND PASSED OVER - NOBODY APPROVES WHAT
003920*  THEY REQUESTED.
003930*****************************************************
003940 DECIDE-PENDENCIAS.
003950     MOVE "DECISOES DA SESSAO" TO WS-TITULO-SECAO.
003960     PERFORM IMPRIME-CABECALHO.
003970     PERFORM INICIA-VARREDURA.
003980     PERFORM DECIDE-UMA-PENDENCIA
003990         UNTIL WS-FIM-PENDENCIAS
004000            OR WS-FIM-SESSAO.
004010     IF WS-CONT-DECISOES = ZERO
004020         MOVE "NENHUMA DECISAO NESTA SESSAO" TO WS-TXT-TEXTO
004030         PERFORM IMPRIME-TEXTO
004040     END-IF.
004050
004060 DECIDE-UMA-PENDENCIA.
004070     IF PD-SITUACAO-PENDENTE
004080         IF PD-OPERADOR-SOLICITANTE = WS-OPERADOR
004090             ADD 1 TO WS-CONT-PROPRIAS
004100             DISPLAY " "
004110             DISPLAY "PEDIDO " PD-NUMERO " FOI REGISTRADO "
004120                 "POR VOCE - SO OUTRO OPERADOR PODE DECIDI-LO"
004130         ELSE
004140             PERFORM APRESENTA-PENDENCIA
004150             PERFORM PEDE-DECISAO
004160         END-IF
004170     END-IF.
004180     IF NOT WS-FIM-SESSAO
004190         PERFORM LE-PROXIMA-PENDENCIA
004200     END-IF.
004210
004220*****************************************************
004230*  APRESENTA-PENDENCIA - SHOWS THE ITEM: WHAT, WHO,
004240*  WHEN, THE VALUE BEFORE AND AFTER AS REQUESTED, THE
004250*  VALUE ON THE MASTER NOW, AND WHY.
004260*****************************************************
004270 APRESENTA-PENDENCIA.
004280     EVALUATE TRUE
004290         WHEN PD-ACAO-CORRECAO
004300             MOVE "CORRECAO DE SALDO" TO WS-DESCRICAO-ACAO
004310         WHEN PD-ACAO-LIMITE
004320             MOVE "ALTERACAO DE LIMITE" TO WS-DESCRICAO-ACAO
004330         WHEN PD-ACAO-ENCERRAMENTO
004340             MOVE "ENCERRAMENTO COM SALDO" TO WS-DESCRICAO-ACAO
004350         WHEN PD-ACAO-REATIVACAO
004360             MOVE "REATIVACAO DE DORMENTE" TO WS-DESCRICAO-ACAO
004370         WHEN OTHER
004380             MOVE "ACAO DESCONHECIDA" TO WS-DESCRICAO-ACAO
004390     END-EVALUATE.
004400     PERFORM LE-CONTA-PEDIDO.
004410     DISPLAY " ".
004420     DISPLAY "PEDIDO " PD-NUMERO " - " PD-ACAO " "
004430         WS-DESCRICAO-ACAO " - CONTA " PD-CONTA.
004440     DISPLAY "SOLICITADO POR " PD-OPERADOR-SOLICITANTE
004450         " EM " PD-DATA-PEDIDO " AS " PD-HORA-PEDIDO.
004460     MOVE PD-VALOR-ANTERIOR TO WS-SALDO-EDITADO.
004470     DISPLAY "VALOR ANTERIOR (NO PEDIDO): " WS-SALDO-EDITADO.
004480     IF WS-CONTA-AUSENTE
004490         DISPLAY "VALOR ATUAL NO MASTER    :  CONTA "
004500             "INEXISTENTE"
004510     ELSE
004520         MOVE WS-VALOR-ATUAL TO WS-SALDO-EDITADO
004530         DISPLAY "VALOR ATUAL NO MASTER    : "
004540             WS-SALDO-EDITADO
004550     END-IF.
004560     MOVE PD-VALOR-NOVO TO WS-SALDO-EDITADO.
004570     DISPLAY "VALOR PEDIDO             : " WS-SALDO-EDITADO.
004580     DISPLAY "CODIGO " PD-CODIGO-MOTIVO " MOTIVO: "
004590         PD-MOTIVO.
004600
004610*****************************************************
004620*  LE-CONTA-PEDIDO - READS THE ITEM'S ACCOUNT AND
004630*  PICKS UP THE CURRENT VALUE OF THE FIELD THE ITEM
004640*  CHANGES.  LIMIT BYTES FROM BEFORE THE FIELD
004650*  EXISTED READ AS SPACES AND COUNT AS ZERO.
004660*****************************************************
004670 LE-CONTA-PEDIDO.
004680     MOVE "N" TO WS-CONTA-SW.
004690     MOVE ZERO TO WS-VALOR-ATUAL.
004700     MOVE PD-CONTA TO SA-CONTA.
004710     READ SALDOFILE
004720         INVALID KEY
004730             SET WS-CONTA-AUSENTE TO TRUE
004740     END-READ.
004750     IF NOT WS-CONTA-AUSENTE
004760         IF PD-ACAO-LIMITE
004770             IF SA-LIMITE-CREDITO NOT NUMERIC
004780                 MOVE ZERO TO SA-LIMITE-CREDITO
004790             END-IF
004800             MOVE SA-LIMITE-CREDITO TO WS-VALOR-ATUAL
004810         ELSE
004820             MOVE SA-SALDO TO WS-VALOR-ATUAL
004830         END-IF
004840     END-IF.
004850
004860*****************************************************
004870*  PEDE-DECISAO - ANY REPLY OTHER THAN A, R, P OR F
004880*  LEAVES THE ITEM PENDING, SO A SLIP OF THE FINGER
004890*  NEVER DECIDES ANYTHING.
004900*****************************************************
004910 PEDE-DECISAO.
004920     DISPLAY "DECISAO (A=APROVAR R=RECUSAR P=PULAR "
004930         "F=FIM): " WITH NO ADVANCING.
004940     ACCEPT WS-DECISAO.
004950     EVALUATE WS-DECISAO
004960         WHEN "A"
004970             PERFORM APROVA-PENDENCIA
004980         WHEN "R"
004990             PERFORM RECUSA-PENDENCIA
005000         WHEN "P"
005010             ADD 1 TO WS-CONT-PULADAS
005020             DISPLAY "PEDIDO " PD-NUMERO
005030                 " MANTIDO PENDENTE"
005040         WHEN "F"
005050             SET WS-FIM-SESSAO TO TRUE
005060         WHEN OTHER
005070             ADD 1 TO WS-CONT-PULADAS
005080             DISPLAY "DECISAO NAO RECONHECIDA - PEDIDO "
005090                 PD-NUMERO " MANTIDO PENDENTE"
005100     END-EVALUATE.
005110
005120*****************************************************
005130*  APROVA-PENDENCIA - RE-READS THE ACCOUNT, CHECKS THE
005140*  ITEM CAN STILL BE APPLIED, APPLIES IT TO THE
005150*  MASTER, WRITES THE SALDMANT LINE AND STAMPS THE
005160*  ITEM APPROVED.  AN ITEM THAT CANNOT BE APPLIED
005170*  STAYS PENDING WITH THE REASON SHOWN.
005180*****************************************************
005190 APROVA-PENDENCIA.
005200     MOVE "N" TO WS-APLICACAO-SW.
005210     PERFORM LE-CONTA-PEDIDO.
005220     PERFORM VERIFICA-APLICAVEL.
005230     IF NOT WS-APLICACAO-BARRADA
005240         PERFORM APLICA-PENDENCIA
005250     END-IF.
005260     IF NOT WS-APLICACAO-BARRADA
005270         PERFORM GRAVA-MANUTENCAO
005280         SET PD-SITUACAO-APROVADA TO TRUE
005290         MOVE SPACES TO WS-MOTIVO-DECISAO
005300         PERFORM CARIMBA-DECISAO
005310         ADD 1 TO WS-CONT-APROVADAS
005320         DISPLAY "PEDIDO " PD-NUMERO " APROVADO E "
005330             "APLICADO A CONTA " PD-CONTA
005340     ELSE
005350         ADD 1 TO WS-CONT-BARRADAS
005360         DISPLAY "PEDIDO " PD-NUMERO " NAO APLICADO - "
005370             "MANTIDO PENDENTE"
005380     END-IF.
005390
005400*****************************************************
005410*  VERIFICA-APLICAVEL - THE ACCOUNT MUST STILL BE ON
005420*  THE MASTER; A CLOSURE NEEDS IT STILL OPEN; A
005430*  REACTIVATION NEEDS IT STILL DORMANT; A
005440*  CORRECTION OR LIMIT CHANGE NEEDS THE CURRENT VALUE
005450*  TO BE THE ONE THE REQUEST WAS MADE AGAINST.
005460*****************************************************
005470 VERIFICA-APLICAVEL.
005480     EVALUATE TRUE
005490         WHEN WS-CONTA-AUSENTE
005500             DISPLAY "CONTA " PD-CONTA " NAO EXISTE MAIS "
005510                 "NO MASTER - RECUSE O PEDIDO"
005520             SET WS-APLICACAO-BARRADA TO TRUE
005530         WHEN PD-ACAO-ENCERRAMENTO
005540             IF SA-SITUACAO-ENCERRADA
005550                 DISPLAY "CONTA " PD-CONTA " JA ESTA "
005560                     "ENCERRADA - RECUSE O PEDIDO"
005570                 SET WS-APLICACAO-BARRADA TO TRUE
005580             END-IF
005590         WHEN PD-ACAO-REATIVACAO
005600             IF NOT SA-SITUACAO-DORMENTE
005610                 DISPLAY "CONTA " PD-CONTA " NAO ESTA MAIS "
005620                     "DORMENTE - RECUSE O PEDIDO"
005630                 SET WS-APLICACAO-BARRADA TO TRUE
005640             END-IF
005650         WHEN PD-ACAO-CORRECAO
005660           OR PD-ACAO-LIMITE
005670             IF WS-VALOR-ATUAL NOT = PD-VALOR-ANTERIOR
005680                 DISPLAY "O VALOR DA CONTA MUDOU DESDE O "
005690                     "PEDIDO - RECUSE E PECA DE NOVO"
005700                 SET WS-APLICACAO-BARRADA TO TRUE
005710             END-IF
005720         WHEN OTHER
005730             DISPLAY "ACAO " PD-ACAO " DESCONHECIDA - "
005740                 "RECUSE O PEDIDO"
005750             SET WS-APLICACAO-BARRADA TO TRUE
005760     END-EVALUATE.
005770
005780*****************************************************
005790*  APLICA-PENDENCIA - THE CHANGE ITSELF, EXACTLY AS
005800*  AULA6 USED TO MAKE IT.  A CLOSURE KEEPS THE
005810*  BALANCE AS IT STANDS (BEFORE = AFTER ON THE
005820*  TRAIL), AS AULA6 DOES FOR A ZERO-BALANCE CLOSURE.
005830*  SO DOES A REACTIVATION, WHICH ALSO RESTARTS THE
005840*  DORMANCY CLOCK FROM TODAY.
005850*****************************************************
005860 APLICA-PENDENCIA.
005870     MOVE WS-VALOR-ATUAL TO WS-MANT-ANTERIOR.
005880     EVALUATE TRUE
005890         WHEN PD-ACAO-CORRECAO
005900             MOVE PD-VALOR-NOVO TO SA-SALDO
005910             MOVE PD-VALOR-NOVO TO WS-MANT-NOVO
005920         WHEN PD-ACAO-LIMITE
005930             MOVE PD-VALOR-NOVO TO SA-LIMITE-CREDITO
005940             MOVE PD-VALOR-NOVO TO WS-MANT-NOVO
005950         WHEN PD-ACAO-ENCERRAMENTO
005960             MOVE "E" TO SA-SITUACAO
005970             MOVE WS-VALOR-ATUAL TO WS-MANT-NOVO
005980         WHEN PD-ACAO-REATIVACAO
005990             MOVE "A" TO SA-SITUACAO
006000             MOVE WS-DATA-HOJE TO SA-DATA-ULTIMO-MOVTO
006010             MOVE WS-VALOR-ATUAL TO WS-MANT-NOVO
006020     END-EVALUATE.
006030     REWRITE SA-REGISTRO-SALDO
006040         INVALID KEY
006050             DISPLAY "ERRO AO REGRAVAR CONTA " SA-CONTA
006060                 ", STATUS " WS-SALDOFILE-STATUS
006070             SET WS-APLICACAO-BARRADA TO TRUE
006080     END-REWRITE.
006090
006100*****************************************************
006110*  RECUSA-PENDENCIA - DECLINES THE ITEM.  A DECLINE
006120*  WITHOUT A REASON IS REFUSED AND THE ITEM STAYS
006130*  PENDING - THE REQUESTER HAS TO BE TOLD WHY.
006140*****************************************************
006150 RECUSA-PENDENCIA.
006160     DISPLAY "MOTIVO DA RECUSA (ATE 30 CARACTERES): "
006170         WITH NO ADVANCING.
006180     ACCEPT WS-MOTIVO-DECISAO.
006190     IF WS-MOTIVO-DECISAO = SPACES
006200         ADD 1 TO WS-CONT-PULADAS
006210         DISPLAY "RECUSA SEM MOTIVO - PEDIDO " PD-NUMERO
006220             " MANTIDO PENDENTE"
006230     ELSE
006240         SET PD-SITUACAO-RECUSADA TO TRUE
006250         PERFORM CARIMBA-DECISAO
006260         ADD 1 TO WS-CONT-RECUSADAS
006270         DISPLAY "PEDIDO " PD-NUMERO " RECUSADO"
006280     END-IF.
006290
006300*****************************************************
006310*  CARIMBA-DECISAO - STAMPS THE DECIDING OPERATOR,
006320*  DATE, TIME AND REASON ON THE ITEM (THE CALLER HAS
006330*  SET ITS NEW SITUATION), REWRITES IT AND LISTS IT
006340*  ON THE REPORT.
006350*****************************************************
006360 CARIMBA-DECISAO.
006370     ACCEPT WS-HORA-SISTEMA FROM TIME.
006380     MOVE WS-OPERADOR TO PD-OPERADOR-DECISOR.
006390     MOVE WS-DATA-HOJE TO PD-DATA-DECISAO.
006400     MOVE WS-HORA-HHMMSS TO PD-HORA-DECISAO.
006410     MOVE WS-MOTIVO-DECISAO TO PD-MOTIVO-DECISAO.
006420     REWRITE PD-REGISTRO-PENDENCIA
006430         INVALID KEY
006440             DISPLAY "ERRO AO REGRAVAR PEDIDO " PD-NUMERO
006450                 ", STATUS " WS-SALDPEND-STATUS
006460     END-REWRITE.
006470     ADD 1 TO WS-CONT-DECISOES.
006480     MOVE PD-DATA-PEDIDO TO WS-DATA-ITEM.
006490     PERFORM CALCULA-DIAS.
006500     PERFORM IMPRIME-PENDENCIA.
006510
006520*****************************************************
006530*  GRAVA-MANUTENCAO - APPENDS THE SALDMANT LINE FOR
006540*  AN APPROVED ITEM: THE REQUESTER AS THE OPERATOR,
006550*  THE APPROVER ALONGSIDE, AND THE REQUESTER'S
006560*  REASON CODE AND TEXT.  DATE AND TIME ARE THOSE OF
006570*  THE APPROVAL - WHEN THE MASTER ACTUALLY CHANGED.
006580*****************************************************
006590 GRAVA-MANUTENCAO.
006600     ACCEPT WS-HORA-SISTEMA FROM TIME.
006610     MOVE SPACES TO MN-REGISTRO-MANUTENCAO.
006620     MOVE WS-DATA-HOJE TO MN-DATA.
006630     MOVE WS-HORA-HHMMSS TO MN-HORA.
006640     MOVE PD-OPERADOR-SOLICITANTE TO MN-OPERADOR.
006650     MOVE PD-ACAO TO MN-ACAO.
006660     MOVE PD-CONTA TO MN-CONTA.
006670     MOVE WS-MANT-ANTERIOR TO MN-VALOR-ANTERIOR.
006680     MOVE WS-MANT-NOVO TO MN-VALOR-NOVO.
006690     MOVE PD-CODIGO-MOTIVO TO MN-CODIGO-MOTIVO.
006700     MOVE PD-MOTIVO TO MN-MOTIVO.
006710     MOVE WS-OPERADOR TO MN-OPERADOR-APROVADOR.
006720     WRITE MN-REGISTRO-MANUTENCAO.
006730
006740*****************************************************
006750*  LISTA-EM-ABERTO - STEP 3.  WHAT IS STILL WAITING,
006760*  WITH ITS AGE, SO THE NEXT APPROVER KNOWS WHAT IS
006770*  ABOUT TO EXPIRE.
006780*****************************************************
006790 LISTA-EM-ABERTO.
006800     MOVE "PENDENCIAS EM ABERTO APOS A SESSAO"
006810         TO WS-TITULO-SECAO.
006820     PERFORM IMPRIME-CABECALHO.
006830     PERFORM INICIA-VARREDURA.
006840     PERFORM LISTA-UMA-EM-ABERTO
006850         UNTIL WS-FIM-PENDENCIAS.
006860     IF WS-CONT-EM-ABERTO = ZERO
006870         MOVE "NENHUMA PENDENCIA EM ABERTO" TO WS-TXT-TEXTO
006880         PERFORM IMPRIME-TEXTO
006890     END-IF.
006900
006910 LISTA-UMA-EM-ABERTO.
006920     IF PD-SITUACAO-PENDENTE
006930         ADD 1 TO WS-CONT-EM-ABERTO
006940         MOVE PD-DATA-PEDIDO TO WS-DATA-ITEM
006950         PERFORM CALCULA-DIAS
006960         PERFORM IMPRIME-PENDENCIA
006970     END-IF.
006980     PERFORM LE-PROXIMA-PENDENCIA.
006990
007000*****************************************************
007010*  CALCULA-DIAS - AGE OF THE ITEM ON THE 30/360
007020*  CONVENTION, CLAMPED AT ZERO, AS IN AULA10.
007030*****************************************************
007040 CALCULA-DIAS.
007050     IF WS-DATA-ITEM NOT NUMERIC
007060         OR WS-DATA-ITEM = ZERO
007070         MOVE ZERO TO WS-DIAS
007080     ELSE
007090         SUBTRACT WS-ITEM-AAAA FROM WS-HOJE-AAAA
007100             GIVING WS-DIF-TRABALHO
007110         MULTIPLY WS-DIF-TRABALHO BY 360
007120             GIVING WS-DIAS
007130         SUBTRACT WS-ITEM-MM FROM WS-HOJE-MM
007140             GIVING WS-DIF-TRABALHO
007150         MULTIPLY WS-DIF-TRABALHO BY 30
007160             GIVING WS-DIF-TRABALHO
007170         ADD WS-DIF-TRABALHO TO WS-DIAS
007180         SUBTRACT WS-ITEM-DD FROM WS-HOJE-DD
007190             GIVING WS-DIF-TRABALHO
007200         ADD WS-DIF-TRABALHO TO WS-DIAS
007210         IF WS-DIAS < ZERO
007220             MOVE ZERO TO WS-DIAS
007230         END-IF
007240     END-IF.
007250
007260*****************************************************
007270*  IMPRIME-CABECALHO / QUEBRA-SE-CHEIA - PAGE
007280*  HEADING AND OVERFLOW, AS IN AULA10.
007290*****************************************************
007300 IMPRIME-CABECALHO.
007310     ADD 1 TO WS-CONTADOR-PAGINAS.
007320     MOVE WS-DATA-HOJE TO WS-CAB-DATA.
007330     MOVE WS-OPERADOR TO WS-CAB-OPERADOR.
007340     MOVE WS-CONTADOR-PAGINAS TO WS-CAB-PAGINA.
007350     IF WS-CONTADOR-PAGINAS = 1
007360         WRITE REL-REGISTRO FROM WS-CABECALHO-1
007370             AFTER ADVANCING 1 LINE
007380     ELSE
007390         WRITE REL-REGISTRO FROM WS-CABECALHO-1
007400             AFTER ADVANCING PAGE
007410     END-IF.
007420     MOVE WS-TITULO-SECAO TO WS-CAB-SECAO.
007430     WRITE REL-REGISTRO FROM WS-CABECALHO-2
007440         AFTER ADVANCING 2 LINES.
007450     WRITE REL-REGISTRO FROM WS-CABECALHO-3
007460         AFTER ADVANCING 1 LINE.
007470     MOVE 4 TO WS-CONTADOR-LINHAS.
007480
007490 QUEBRA-SE-CHEIA.
007500     IF WS-CONTADOR-LINHAS >= WS-LINHAS-POR-PAGINA
007510         PERFORM IMPRIME-CABECALHO
007520     END-IF.
007530
007540*****************************************************
007550*  IMPRIME-PENDENCIA - TWO LINES PER ITEM: THE ITEM
007560*  ITSELF WITH ITS AGE (WS-DIAS, SET BY THE CALLER),
007570*  THEN THE REQUEST REASON AND THE DECISION.
007580*****************************************************
007590 IMPRIME-PENDENCIA.
007600     IF WS-CONTADOR-LINHAS + 1 >= WS-LINHAS-POR-PAGINA
007610         PERFORM IMPRIME-CABECALHO
007620     END-IF.
007630     MOVE PD-NUMERO TO WS-PEN-NUMERO.
007640     MOVE PD-SITUACAO TO WS-PEN-SITUACAO.
007650     MOVE PD-ACAO TO WS-PEN-ACAO.
007660     MOVE PD-CONTA TO WS-PEN-CONTA.
007670     MOVE PD-VALOR-ANTERIOR TO WS-PEN-ANTERIOR.
007680     MOVE PD-VALOR-NOVO TO WS-PEN-NOVO.
007690     MOVE PD-OPERADOR-SOLICITANTE TO WS-PEN-SOLICITANTE.
007700     MOVE PD-DATA-PEDIDO TO WS-PEN-DATA.
007710     MOVE WS-DIAS TO WS-PEN-DIAS.
007720     WRITE REL-REGISTRO FROM WS-LINHA-PENDENCIA
007730         AFTER ADVANCING 1 LINE.
007740     MOVE PD-CODIGO-MOTIVO TO WS-MOT-CODIGO.
007750     MOVE PD-MOTIVO TO WS-MOT-MOTIVO.
007760     MOVE PD-OPERADOR-DECISOR TO WS-MOT-DECISOR.
007770     MOVE PD-MOTIVO-DECISAO TO WS-MOT-DECISAO.
007780     WRITE REL-REGISTRO FROM WS-LINHA-MOTIVOS
007790         AFTER ADVANCING 1 LINE.
007800     ADD 2 TO WS-CONTADOR-LINHAS.
007810
007820 IMPRIME-TEXTO.
007830     PERFORM QUEBRA-SE-CHEIA.
007840     WRITE REL-REGISTRO FROM WS-LINHA-TEXTO
007850         AFTER ADVANCING 1 LINE.
007860     ADD 1 TO WS-CONTADOR-LINHAS.
007870
007880*****************************************************
007890*  FINALIZA-PROGRAMA - SUMMARY AND RETURN CODE: 0 =
007900*  NOTHING EXPIRED, 4 = ITEMS EXPIRED AND MUST BE
007910*  FOLLOWED UP WITH THE REQUESTING BRANCH.
007920*****************************************************
007930 FINALIZA-PROGRAMA.
007940     CLOSE SALDPEND SALDOFILE SALDMANT RELPEND.
007950     DISPLAY "----------------------------------------".
007960     DISPLAY "RESUMO DA APROVACAO DE PENDENCIAS".
007970     DISPLAY "EXPIRADAS          : " WS-CONT-EXPIRADAS.
007980     DISPLAY "APROVADAS          : " WS-CONT-APROVADAS.
007990     DISPLAY "RECUSADAS          : " WS-CONT-RECUSADAS.
008000     DISPLAY "MANTIDAS PENDENTES : " WS-CONT-PULADAS.
008010     DISPLAY "NAO APLICAVEIS     : " WS-CONT-BARRADAS.
008020     DISPLAY "DO PROPRIO OPERADOR: " WS-CONT-PROPRIAS.
008030     DISPLAY "EM ABERTO AO FINAL : " WS-CONT-EM-ABERTO.
008040     DISPLAY "----------------------------------------".
008050     IF WS-CONT-EXPIRADAS > ZERO
008060         MOVE 4 TO RETURN-CODE
008070     ELSE
008080         MOVE ZERO TO RETURN-CODE
008090     END-IF.
008100     PERFORM REGISTRA-FIM.
008110     DISPLAY "Programa finalizado!!".
008120     STOP RUN.
008130
008140*****************************************************
008150*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
008160*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
008170*  ARE ACCEPTED, SO AN I WITH NO MATCHING F
008180*  MEANS THE RUN IS STILL GOING OR DIED.
008190*****************************************************
008200 REGISTRA-INICIO.
008210     PERFORM MONTA-EXECLOG.
008220     MOVE "I" TO WE-EVENTO.
008230     PERFORM GRAVA-EXECLOG.
008240
008250*****************************************************
008260*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
008270*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
008280*****************************************************
008290 REGISTRA-FIM.
008300     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
008310     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
008320     MOVE "F" TO WE-EVENTO.
008330     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
008340     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
008350     MOVE RETURN-CODE TO WE-RETURN-CODE.
008360     ADD WS-CONT-APROVADAS WS-CONT-RECUSADAS
008370         GIVING WE-QTD-PROCESSADOS.
008380     ADD WS-CONT-EXPIRADAS WS-CONT-BARRADAS
008390         GIVING WE-QTD-EXCECOES.
008400     PERFORM GRAVA-EXECLOG.
008410
008420 MONTA-EXECLOG.
008430     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
008440     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
008450     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
008460     MOVE "AULA13" TO WE-PROGRAMA.
008470     MOVE WS-DATA-HOJE TO WE-DATA-REFERENCIA.
008480     MOVE WS-OPERADOR TO WE-OPERADOR.
008490     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
008500     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
008510     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
008520         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
008530
008540*****************************************************
008550*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
008560*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
008570*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
008580*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
008590*****************************************************
008600 GRAVA-EXECLOG.
008610     OPEN EXTEND EXECLOG.
008620     IF WS-EXECLOG-STATUS = "35" OR "05"
008630         OPEN OUTPUT EXECLOG
008640     END-IF.
008650     IF WS-EXECLOG-STATUS NOT = "00"
008660         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
008670             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
008680         MOVE 12 TO RETURN-CODE
008690         STOP RUN
008700     END-IF.
008710     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
008720     CLOSE EXECLOG.
008730
008740 END PROGRAM aula13.
