000140*  REJECTS "CONTA INEXISTENTE" UNTIL SOMEONE PRIMES
000150*  THE ACCOUNTS, WHICH OPS HAD NO SANCTIONED WAY TO
000160*  DO.  THIS PROGRAM WALKS THE OPERATOR THROUGH THE
000170*  MAINTENANCE ACTIONS:
000180*    A = ABRIR    - OPEN A NEW ACCOUNT WITH ITS
000190*                   OPENING BALANCE AND EFFECTIVE
000200*                   DATE;
000250*                   SUPERVISOR REASON CODE;
000260*    L = LIMITE   - SET THE ACCOUNT'S CREDIT/
000270*                   OVERDRAFT LIMIT, UNDER A
000280*                   SUPERVISOR REASON CODE;
000290*    R = REATIVAR - RETURN A DORMANT ACCOUNT TO
000300*                   ACTIVE, UNDER A SUPERVISOR
000310*                   REASON CODE.
000320*  OPENINGS, AND CLOSURES OF AN ACCOUNT WHOSE BALANCE
000330*  IS ZERO, ARE APPLIED AT ONCE.  CORRECTIONS, LIMIT
000340*  CHANGES, REACTIVATIONS AND CLOSURES WITH A
000350*  NONZERO BALANCE ARE DUAL-CONTROL ITEMS: THEY ARE
000360*  RECORDED ON THE PENDING-MAINTENANCE FILE
000370*  (SALDPEND) WITH THEIR BEFORE/AFTER VALUES AND
000380*  REASON, AND REACH THE MASTER ONLY WHEN A SECOND,
000390*  DIFFERENT OPERATOR APPROVES THEM IN AULA13.
000400*  EVERY CHANGE WRITES ONE LINE TO ITS OWN
000410*  MAINTENANCE AUDIT TRAIL (SALDMANT) - DATE, TIME,
000420*  OPERATOR, ACTION, ACCOUNT, BALANCE BEFORE AND
000430*  AFTER, REASON CODE AND FREE-TEXT REASON - SO AN
000440*  EXAMINER CAN SEE WHO TOUCHED A BALANCE AND WHY.
000450*
000460*  AMOUNTS ARE KEYED IN RECORD FORMAT, E.G.
000470*  "000000000010050+" FOR 100.50, THE SAME CONVENTION
000480*  THE REJECT REPAIR DIALOGUE (AULA2) USES.
000490*-----------------------------------------------------
000500*  MODIFICATION HISTORY
000510*  DATE       INIT  DESCRIPTION
000520*  2026-09-02 RLH   ORIGINAL PROGRAM.
000530*  2026-09-02 RLH   NEW ACTION L - SET THE ACCOUNT'S
000540*                   CREDIT LIMIT (SA-LIMITE-CREDITO),
000550*                   WHICH AULA1 NOW ENFORCES AT
000560*                   POSTING.  A NEW ACCOUNT OPENS
000570*                   WITH LIMIT ZERO - NO OVERDRAFT
000580*                   UNTIL A SUPERVISOR GRANTS ONE.
000590*  2026-10-15 RLH   MAKER-CHECKER: ACTIONS C AND L, AND
000600*                   ACTION E ON AN ACCOUNT WITH A
000610*                   NONZERO BALANCE, NO LONGER UPDATE
000620*                   SALDOFILE.  THEY ARE WRITTEN TO THE
000630*                   PENDING FILE (SALDPEND) UNDER A
000640*                   REQUEST NUMBER FOR APPROVAL BY A
000650*                   DIFFERENT OPERATOR IN AULA13, WHICH
000660*                   WRITES THE SALDMANT LINE.
000670*  2026-10-15 RLH   RUN LEDGER: THE RUN IS RECORDED ON
000680*                   EXECLOG (START, AND END WITH RC
000690*                   AND COUNTS) UNDER THE RUN
000700*                   DATE AND THE OPERATOR.
000710*  2026-10-15 RLH   NEW ACTION R - REACTIVATE A DORMANT
000720*                   ACCOUNT.  IT GIVES THE ACCOUNT ITS
000730*                   DEBITS BACK, SO IT IS A DUAL-
000740*                   CONTROL ITEM LIKE C AND L.
000750*****************************************************
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT SALDOFILE ASSIGN TO "SALDOFILE"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS SA-CONTA
000830         FILE STATUS IS WS-SALDOFILE-STATUS.
000840     SELECT SALDMANT ASSIGN TO "SALDMANT"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-SALDMANT-STATUS.
000870     SELECT SALDPEND ASSIGN TO "SALDPEND"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS PD-NUMERO
000910         FILE STATUS IS WS-SALDPEND-STATUS.
000920     SELECT EXECLOG ASSIGN TO "EXECLOG"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-EXECLOG-STATUS.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  SALDOFILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY SALDOREC.
001000 FD  SALDMANT
001010     LABEL RECORDS ARE STANDARD
001020     RECORDING MODE IS F.
001030     COPY MANTREC.
001040 FD  SALDPEND
001050     LABEL RECORDS ARE STANDARD.
001060     COPY PENDREC.
001070 FD  EXECLOG
001080     LABEL RECORDS ARE STANDARD
001090     RECORDING MODE IS F.
001100     COPY EXECREC.
001110 WORKING-STORAGE SECTION.
001120*****************************************************
001130*  SWITCHES AND FILE STATUS
001140*****************************************************
001150 77  WS-FIM-SW                PIC X(01) VALUE "N".
001160     88  WS-FIM-COMANDOS                VALUE "Y".
001170 77  WS-COMANDO-ERRO-SW       PIC X(01) VALUE "N".
001180     88  WS-COMANDO-INVALIDO            VALUE "Y".
001190 77  WS-SALDOFILE-STATUS      PIC X(02) VALUE "00".
001200 77  WS-SALDMANT-STATUS       PIC X(02) VALUE "00".
001210 77  WS-SALDPEND-STATUS       PIC X(02) VALUE "00".
001220*****************************************************
001230*  OPERATOR DIALOGUE FIELDS
001240*****************************************************
001250 77  WS-ACAO                  PIC X(01).
001260 77  WS-OPERADOR              PIC X(08).
001270 77  WS-CONTA-ENTRADA         PIC X(08).
001280 77  WS-CODIGO-SUPERVISOR     PIC X(04).
001290 77  WS-MOTIVO                PIC X(30).
001300 01  WS-VALOR-ENTRADA         PIC X(16).
001310 01  WS-VALOR-ASSINADO REDEFINES WS-VALOR-ENTRADA
001320                              PIC S9(13)V99
001330                               SIGN IS TRAILING SEPARATE.
001340 01  WS-DATA-VIGENCIA         PIC 9(08).
001350 01  WS-DATA-VIGENCIA-X REDEFINES WS-DATA-VIGENCIA.
001360     05  FILLER               PIC X(04).
001370     05  WS-VIGENCIA-MM       PIC X(02).
001380     05  WS-VIGENCIA-DD       PIC X(02).
001390*****************************************************
001400*  MAINTENANCE AUDIT WORK FIELDS - SET BY THE ACTION
001410*  PARAGRAPHS AND WRITTEN BY GRAVA-MANUTENCAO.
001420*****************************************************
001430 77  WS-DATA-SISTEMA          PIC 9(08).
001440 01  WS-HORA-SISTEMA          PIC 9(08).
001450 01  WS-HORA-SISTEMA-X REDEFINES WS-HORA-SISTEMA.
001460     05  WS-HORA-HHMMSS       PIC 9(06).
001470     05  FILLER               PIC X(02).
001480 77  WS-MANT-ACAO             PIC X(01).
001490 77  WS-MANT-ANTERIOR         PIC S9(13)V99 COMP-3 VALUE ZERO.
001500 77  WS-MANT-NOVO             PIC S9(13)V99 COMP-3 VALUE ZERO.
001510 77  WS-NUMERO-PENDENCIA      PIC 9(06) VALUE ZERO.
001520*****************************************************
001530*  CONTROL TOTALS FOR THE END-OF-SESSION SUMMARY
001540*****************************************************
001550 77  WS-CONT-ABERTAS          PIC 9(07) COMP VALUE ZERO.
001560 77  WS-CONT-ENCERRADAS       PIC 9(07) COMP VALUE ZERO.
001570 77  WS-CONT-CORRIGIDAS       PIC 9(07) COMP VALUE ZERO.
001580 77  WS-CONT-LIMITES          PIC 9(07) COMP VALUE ZERO.
001590 77  WS-CONT-ENCERR-PEDIDOS   PIC 9(07) COMP VALUE ZERO.
001600 77  WS-CONT-REATIV-PEDIDOS   PIC 9(07) COMP VALUE ZERO.
001610*****************************************************
001620*  EDITED BALANCE FOR THE DIALOGUE DISPLAYS
001630*****************************************************
001640 77  WS-SALDO-EDITADO         PIC -Z(12)9.99.
001650*****************************************************
001660*  CYCLE RUN LEDGER (EXECLOG)
001670*****************************************************
001680 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
001690 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
001700 01  WS-EL-HORA-SISTEMA.
001710     05  WS-EL-HHMMSS         PIC 9(06).
001720     05  FILLER               PIC 9(02).
001730     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
001740
001750 PROCEDURE DIVISION.
001760*****************************************************
001770*  INICIALIZACAO - OPENS THE MASTER AND THE
001780*  MAINTENANCE AUDIT TRAIL AND THE PENDING FILE,
001790*  IDENTIFIES THE OPERATOR AND RUNS THE COMMAND
001800*  DIALOGUE UNTIL F (FIM).
001810*****************************************************
001820 INICIALIZACAO.
001830     PERFORM ABRE-SALDOFILE.
001840     PERFORM ABRE-SALDMANT.
001850     PERFORM ABRE-SALDPEND.
001860     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
001870     ACCEPT WS-HORA-SISTEMA FROM TIME.
001880     DISPLAY "OPERADOR (ATE 8 CARACTERES): "
001890         WITH NO ADVANCING.
001900     ACCEPT WS-OPERADOR.
001910     IF WS-OPERADOR = SPACES
001920         DISPLAY "ERRO - OPERADOR OBRIGATORIO - O EXAME "
001930             "EXIGE SABER QUEM TOCOU CADA SALDO"
001940         MOVE 12 TO RETURN-CODE
001950         STOP RUN
001960     END-IF.
001970     PERFORM REGISTRA-INICIO.
001980     PERFORM PROCESSA-COMANDO
001990         UNTIL WS-FIM-COMANDOS.
002000     PERFORM FINALIZA-PROGRAMA.
002010
002020*****************************************************
002030*  ABRE-SALDOFILE - OPENS THE BALANCE MASTER FOR
002040*  KEYED READ/UPDATE, CREATING IT EMPTY ON A
002050*  FIRST-EVER RUN ONLY (FILE STATUS 35) - THIS IS THE
002060*  SANCTIONED WAY TO PRIME A BRAND-NEW MASTER.  ANY
002070*  OTHER OPEN FAILURE STOPS THE RUN RATHER THAN
002080*  RECREATING (AND SO WIPING) THE FILE, EXACTLY AS
002090*  AULA1 DOES.
002100*****************************************************
002110 ABRE-SALDOFILE.
002120     OPEN I-O SALDOFILE.
002130     IF WS-SALDOFILE-STATUS = "35"
002140         OPEN OUTPUT SALDOFILE
002150         CLOSE SALDOFILE
002160         OPEN I-O SALDOFILE
002170     END-IF.
002180     IF WS-SALDOFILE-STATUS NOT = "00"
002190         DISPLAY "ERRO - MASTER DE SALDOS INDISPONIVEL, "
002200             "STATUS " WS-SALDOFILE-STATUS
002210         MOVE 12 TO RETURN-CODE
002220         STOP RUN
002230     END-IF.
002240
002250*****************************************************
002260*  ABRE-SALDMANT - OPENS THE MAINTENANCE AUDIT TRAIL
002270*  FOR APPENDING, CREATING IT ON A FIRST-EVER RUN THE
002280*  SAME WAY AULA1 CREATES AUDITFILE.  THE TRAIL IS
002290*  PERMANENT HISTORY - IT IS NEVER RECREATED OVER AN
002300*  EXISTING FILE.
002310*****************************************************
002320 ABRE-SALDMANT.
002330     OPEN EXTEND SALDMANT.
002340     IF WS-SALDMANT-STATUS = "35" OR "05"
002350         OPEN OUTPUT SALDMANT
002360     END-IF.
002370     IF WS-SALDMANT-STATUS NOT = "00"
002380         DISPLAY "ERRO - TRILHA DE MANUTENCAO INDISPONIVEL, "
002390             "STATUS " WS-SALDMANT-STATUS
002400         MOVE 12 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
002430
002440*****************************************************
002450*  ABRE-SALDPEND - OPENS THE PENDING-MAINTENANCE FILE
002460*  FOR KEYED UPDATE, CREATING IT EMPTY ON A FIRST-EVER
002470*  RUN ONLY, AS FOR THE MASTER.  IT HOLDS THE DECIDED
002480*  ITEMS AS HISTORY, SO IT IS NEVER RECREATED OVER AN
002490*  EXISTING FILE.
002500*****************************************************
002510 ABRE-SALDPEND.
002520     OPEN I-O SALDPEND.
002530     IF WS-SALDPEND-STATUS = "35"
002540         OPEN OUTPUT SALDPEND
002550         CLOSE SALDPEND
002560         OPEN I-O SALDPEND
002570     END-IF.
002580     IF WS-SALDPEND-STATUS NOT = "00"
002590         DISPLAY "ERRO - ARQUIVO DE PENDENCIAS INDISPONIVEL, "
002600             "STATUS " WS-SALDPEND-STATUS
002610         MOVE 12 TO RETURN-CODE
002620         STOP RUN
002630     END-IF.
002640
002650*****************************************************
002660*  PROCESSA-COMANDO - ONE PASS OF THE MAINTENANCE
002670*  DIALOGUE.  ANY REPLY OTHER THAN A, E, C, L, R OR F IS
002680*  REFUSED AND ASKED AGAIN, SO A SLIP OF THE FINGER
002690*  NEVER TOUCHES A RECORD.
002700*****************************************************
002710 PROCESSA-COMANDO.
002720     MOVE "N" TO WS-COMANDO-ERRO-SW.
002730     DISPLAY " ".
002740     DISPLAY "ACAO (A=ABRIR E=ENCERRAR C=CORRIGIR "
002750         "L=LIMITE R=REATIVAR F=FIM): "
002760         WITH NO ADVANCING.
002770     ACCEPT WS-ACAO.
002780     EVALUATE WS-ACAO
002790         WHEN "A"
002800             PERFORM ABRE-CONTA
002810         WHEN "E"
002820             PERFORM ENCERRA-CONTA
002830         WHEN "C"
002840             PERFORM CORRIGE-SALDO
002850         WHEN "L"
002860             PERFORM ALTERA-LIMITE
002870         WHEN "R"
002880             PERFORM REATIVA-CONTA
002890         WHEN "F"
002900             SET WS-FIM-COMANDOS TO TRUE
002910         WHEN OTHER
002920             DISPLAY "ACAO NAO RECONHECIDA - NADA FEITO"
002930     END-EVALUATE.
002940
002950*****************************************************
002960*  ABRE-CONTA - OPENS A NEW ACCOUNT: ACCOUNT NUMBER,
002970*  OPENING BALANCE AND EFFECTIVE DATE.  AN ACCOUNT
002980*  THAT ALREADY EXISTS - ACTIVE OR CLOSED - IS
002990*  REFUSED; A CLOSED ACCOUNT IS NOT SILENTLY
003000*  REOPENED OVER ITS HISTORY.
003010*****************************************************
003020 ABRE-CONTA.
003030     PERFORM ACEITA-CONTA.
003040     IF NOT WS-COMANDO-INVALIDO
003050         MOVE WS-CONTA-ENTRADA TO SA-CONTA
003060         READ SALDOFILE
003070             INVALID KEY
003080                 CONTINUE
003090             NOT INVALID KEY
003100                 DISPLAY "CONTA " SA-CONTA " JA EXISTE - "
003110                     "NADA FEITO"
003120                 SET WS-COMANDO-INVALIDO TO TRUE
003130         END-READ
003140     END-IF.
003150     IF NOT WS-COMANDO-INVALIDO
003160         PERFORM ACEITA-VALOR
003170     END-IF.
003180     IF NOT WS-COMANDO-INVALIDO
003190         PERFORM ACEITA-DATA-VIGENCIA
003200     END-IF.
003210     IF NOT WS-COMANDO-INVALIDO
003220         PERFORM ACEITA-MOTIVO
003230     END-IF.
003240     IF NOT WS-COMANDO-INVALIDO
003250         MOVE SPACES TO SA-REGISTRO-SALDO
003260         MOVE WS-CONTA-ENTRADA TO SA-CONTA
003270         MOVE WS-VALOR-ASSINADO TO SA-SALDO
003280         MOVE WS-DATA-VIGENCIA TO SA-DATA-ULTIMO-MOVTO
003290         MOVE ZERO TO SA-CONTADOR-MOVTOS
003300         MOVE "A" TO SA-SITUACAO
003310         MOVE ZERO TO SA-LIMITE-CREDITO
003320         WRITE SA-REGISTRO-SALDO
003330             INVALID KEY
003340                 DISPLAY "ERRO AO GRAVAR CONTA " SA-CONTA
003350                     ", STATUS " WS-SALDOFILE-STATUS
003360             NOT INVALID KEY
003370                 MOVE "A" TO WS-MANT-ACAO
003380                 MOVE ZERO TO WS-MANT-ANTERIOR
003390                 MOVE WS-VALOR-ASSINADO TO WS-MANT-NOVO
003400                 MOVE "ABER" TO WS-CODIGO-SUPERVISOR
003410                 PERFORM GRAVA-MANUTENCAO
003420                 ADD 1 TO WS-CONT-ABERTAS
003430                 MOVE SA-SALDO TO WS-SALDO-EDITADO
003440                 DISPLAY "CONTA " SA-CONTA " ABERTA COM "
003450                     "SALDO " WS-SALDO-EDITADO
003460                     " VIGENCIA " WS-DATA-VIGENCIA
003470         END-WRITE
003480     END-IF.
003490
003500*****************************************************
003510*  ENCERRA-CONTA - CLOSES AN EXISTING ACCOUNT.  THE
003520*  BALANCE IS LEFT AS IT STANDS - A CLOSURE IS A
003530*  STATUS CHANGE, NOT A WRITE-OFF.  AN ACCOUNT WITH A
003540*  ZERO BALANCE IS CLOSED AT ONCE; ONE WITH A NONZERO
003550*  BALANCE IS WARNED ABOUT AND GOES TO THE PENDING
003560*  FILE, SO A SECOND OPERATOR CONFIRMS THE BRANCH IS
003570*  CLOSING IT DELIBERATELY.  AULA1 REJECTS FURTHER
003580*  POSTINGS AGAINST A CLOSED ACCOUNT AS "CONTA
003590*  ENCERRADA".
003600*****************************************************
003610 ENCERRA-CONTA.
003620     PERFORM ACEITA-CONTA.
003630     IF NOT WS-COMANDO-INVALIDO
003640         PERFORM LE-CONTA-EXISTENTE
003650     END-IF.
003660     IF NOT WS-COMANDO-INVALIDO
003670         AND SA-SITUACAO-ENCERRADA
003680         DISPLAY "CONTA " SA-CONTA " JA ESTA ENCERRADA - "
003690             "NADA FEITO"
003700         SET WS-COMANDO-INVALIDO TO TRUE
003710     END-IF.
003720     IF NOT WS-COMANDO-INVALIDO
003730         PERFORM ACEITA-MOTIVO
003740     END-IF.
003750     IF NOT WS-COMANDO-INVALIDO
003760         MOVE "E" TO WS-MANT-ACAO
003770         MOVE SA-SALDO TO WS-MANT-ANTERIOR
003780         MOVE SA-SALDO TO WS-MANT-NOVO
003790         MOVE "ENCE" TO WS-CODIGO-SUPERVISOR
003800         IF SA-SALDO = ZERO
003810             PERFORM ENCERRA-CONTA-JA
003820         ELSE
003830             PERFORM PEDE-ENCERRAMENTO
003840         END-IF
003850     END-IF.
003860
003870 ENCERRA-CONTA-JA.
003880     MOVE "E" TO SA-SITUACAO.
003890     REWRITE SA-REGISTRO-SALDO
003900         INVALID KEY
003910             DISPLAY "ERRO AO REGRAVAR CONTA " SA-CONTA
003920                 ", STATUS " WS-SALDOFILE-STATUS
003930         NOT INVALID KEY
003940             PERFORM GRAVA-MANUTENCAO
003950             ADD 1 TO WS-CONT-ENCERRADAS
003960             DISPLAY "CONTA " SA-CONTA " ENCERRADA"
003970     END-REWRITE.
003980
003990 PEDE-ENCERRAMENTO.
004000     MOVE SA-SALDO TO WS-SALDO-EDITADO.
004010     DISPLAY "AVISO - CONTA COM SALDO " WS-SALDO-EDITADO.
004020     PERFORM GRAVA-PENDENCIA.
004030     IF NOT WS-COMANDO-INVALIDO
004040         ADD 1 TO WS-CONT-ENCERR-PEDIDOS
004050         DISPLAY "ENCERRAMENTO DA CONTA " SA-CONTA
004060             " REGISTRADO COMO PEDIDO "
004070             WS-NUMERO-PENDENCIA
004080         DISPLAY "AGUARDA APROVACAO"
004090     END-IF.
004100
004110*****************************************************
004120*  CORRIGE-SALDO - RESTATES AN ACCOUNT BALANCE UNDER
004130*  A SUPERVISOR REASON CODE.  THE BALANCE BEFORE AND
004140*  AFTER, THE CODE AND THE FREE-TEXT REASON ALL GO TO
004150*  THE MAINTENANCE TRAIL - A CORRECTION WITHOUT A
004160*  REASON CODE IS REFUSED.  THE CORRECTION IS ONLY
004170*  RECORDED HERE AS A PENDING REQUEST; THE MASTER IS
004180*  RESTATED WHEN ANOTHER OPERATOR APPROVES IT.
004190*****************************************************
004200 CORRIGE-SALDO.
004210     PERFORM ACEITA-CONTA.
004220     IF NOT WS-COMANDO-INVALIDO
004230         PERFORM LE-CONTA-EXISTENTE
004240     END-IF.
004250     IF NOT WS-COMANDO-INVALIDO
004260         MOVE SA-SALDO TO WS-SALDO-EDITADO
004270         DISPLAY "SALDO ATUAL DA CONTA " SA-CONTA ": "
004280             WS-SALDO-EDITADO
004290         PERFORM ACEITA-VALOR
004300     END-IF.
004310     IF NOT WS-COMANDO-INVALIDO
004320         DISPLAY "CODIGO DE MOTIVO DO SUPERVISOR (4): "
004330             WITH NO ADVANCING
004340         ACCEPT WS-CODIGO-SUPERVISOR
004350         IF WS-CODIGO-SUPERVISOR = SPACES
004360             DISPLAY "CORRECAO SEM CODIGO DE SUPERVISOR - "
004370                 "NADA FEITO"
004380             SET WS-COMANDO-INVALIDO TO TRUE
004390         END-IF
004400     END-IF.
004410     IF NOT WS-COMANDO-INVALIDO
004420         PERFORM ACEITA-MOTIVO
004430     END-IF.
004440     IF NOT WS-COMANDO-INVALIDO
004450         MOVE "C" TO WS-MANT-ACAO
004460         MOVE SA-SALDO TO WS-MANT-ANTERIOR
004470         MOVE WS-VALOR-ASSINADO TO WS-MANT-NOVO
004480         PERFORM GRAVA-PENDENCIA
004490     END-IF.
004500     IF NOT WS-COMANDO-INVALIDO
004510         ADD 1 TO WS-CONT-CORRIGIDAS
004520         MOVE WS-MANT-NOVO TO WS-SALDO-EDITADO
004530         DISPLAY "CORRECAO DA CONTA " SA-CONTA " PARA "
004540             WS-SALDO-EDITADO
004550         DISPLAY "REGISTRADA COMO PEDIDO "
004560             WS-NUMERO-PENDENCIA " - AGUARDA APROVACAO"
004570     END-IF.
004580
004590*****************************************************
004600*  ALTERA-LIMITE - SETS THE ACCOUNT'S CREDIT LIMIT
004610*  UNDER A SUPERVISOR REASON CODE.  THE LIMIT IS A
004620*  POSITIVE MAGNITUDE - HOW FAR BELOW ZERO AULA1 MAY
004630*  LET THE BALANCE GO - SO A NEGATIVE ENTRY IS
004640*  REFUSED.  ON RECORDS FROM BEFORE THE FIELD
004650*  EXISTED THE BYTES READ AS SPACES AND ARE TREATED
004660*  AS LIMIT ZERO.  LIKE A CORRECTION, THE NEW LIMIT
004670*  WAITS ON THE PENDING FILE FOR A SECOND OPERATOR.
004680*****************************************************
004690 ALTERA-LIMITE.
004700     PERFORM ACEITA-CONTA.
004710     IF NOT WS-COMANDO-INVALIDO
004720         PERFORM LE-CONTA-EXISTENTE
004730     END-IF.
004740     IF NOT WS-COMANDO-INVALIDO
004750         IF SA-LIMITE-CREDITO NOT NUMERIC
004760             MOVE ZERO TO SA-LIMITE-CREDITO
004770         END-IF
004780         MOVE SA-LIMITE-CREDITO TO WS-SALDO-EDITADO
004790         DISPLAY "LIMITE ATUAL DA CONTA " SA-CONTA ": "
004800             WS-SALDO-EDITADO
004810         PERFORM ACEITA-VALOR
004820     END-IF.
004830     IF NOT WS-COMANDO-INVALIDO
004840         AND WS-VALOR-ASSINADO < ZERO
004850         DISPLAY "LIMITE NEGATIVO NAO PERMITIDO - "
004860             "NADA FEITO"
004870         SET WS-COMANDO-INVALIDO TO TRUE
004880     END-IF.
004890     IF NOT WS-COMANDO-INVALIDO
004900         DISPLAY "CODIGO DE MOTIVO DO SUPERVISOR (4): "
004910             WITH NO ADVANCING
004920         ACCEPT WS-CODIGO-SUPERVISOR
004930         IF WS-CODIGO-SUPERVISOR = SPACES
004940             DISPLAY "ALTERACAO SEM CODIGO DE SUPERVISOR - "
004950                 "NADA FEITO"
004960             SET WS-COMANDO-INVALIDO TO TRUE
004970         END-IF
004980     END-IF.
004990     IF NOT WS-COMANDO-INVALIDO
005000         PERFORM ACEITA-MOTIVO
005010     END-IF.
005020     IF NOT WS-COMANDO-INVALIDO
005030         MOVE "L" TO WS-MANT-ACAO
005040         MOVE SA-LIMITE-CREDITO TO WS-MANT-ANTERIOR
005050         MOVE WS-VALOR-ASSINADO TO WS-MANT-NOVO
005060         PERFORM GRAVA-PENDENCIA
005070     END-IF.
005080     IF NOT WS-COMANDO-INVALIDO
005090         ADD 1 TO WS-CONT-LIMITES
005100         MOVE WS-MANT-NOVO TO WS-SALDO-EDITADO
005110         DISPLAY "LIMITE DA CONTA " SA-CONTA " PARA "
005120             WS-SALDO-EDITADO
005130         DISPLAY "REGISTRADO COMO PEDIDO "
005140             WS-NUMERO-PENDENCIA " - AGUARDA APROVACAO"
005150     END-IF.
005160
005170*****************************************************
005180*  REATIVA-CONTA - RETURNS A DORMANT ACCOUNT TO
005190*  ACTIVE.  ONLY A DORMANT ACCOUNT QUALIFIES, AND A
005200*  SUPERVISOR REASON CODE IS REQUIRED - THE ACCOUNT
005210*  CAN BE DEBITED AGAIN ONCE THIS IS APPLIED.  THE
005220*  BALANCE IS NOT TOUCHED; IT GOES TO THE PENDING
005230*  FILE AS BOTH BEFORE AND AFTER VALUE, AND THE
005240*  STATUS CHANGES WHEN ANOTHER OPERATOR APPROVES IT.
005250*****************************************************
005260 REATIVA-CONTA.
005270     PERFORM ACEITA-CONTA.
005280     IF NOT WS-COMANDO-INVALIDO
005290         PERFORM LE-CONTA-EXISTENTE
005300     END-IF.
005310     IF NOT WS-COMANDO-INVALIDO
005320         AND NOT SA-SITUACAO-DORMENTE
005330         DISPLAY "CONTA " SA-CONTA " NAO ESTA DORMENTE - "
005340             "NADA FEITO"
005350         SET WS-COMANDO-INVALIDO TO TRUE
005360     END-IF.
005370     IF NOT WS-COMANDO-INVALIDO
005380         MOVE SA-SALDO TO WS-SALDO-EDITADO
005390         DISPLAY "CONTA DORMENTE " SA-CONTA ", SALDO "
005400             WS-SALDO-EDITADO
005410         DISPLAY "CODIGO DE MOTIVO DO SUPERVISOR (4): "
005420             WITH NO ADVANCING
005430         ACCEPT WS-CODIGO-SUPERVISOR
005440         IF WS-CODIGO-SUPERVISOR = SPACES
005450             DISPLAY "REATIVACAO SEM CODIGO DE SUPERVISOR - "
005460                 "NADA FEITO"
005470             SET WS-COMANDO-INVALIDO TO TRUE
005480         END-IF
005490     END-IF.
005500     IF NOT WS-COMANDO-INVALIDO
005510         PERFORM ACEITA-MOTIVO
005520     END-IF.
005530     IF NOT WS-COMANDO-INVALIDO
005540         MOVE "V" TO WS-MANT-ACAO
005550         MOVE SA-SALDO TO WS-MANT-ANTERIOR
005560         MOVE SA-SALDO TO WS-MANT-NOVO
005570         PERFORM GRAVA-PENDENCIA
005580     END-IF.
005590     IF NOT WS-COMANDO-INVALIDO
005600         ADD 1 TO WS-CONT-REATIV-PEDIDOS
005610         DISPLAY "REATIVACAO DA CONTA " SA-CONTA
005620             " REGISTRADA COMO PEDIDO "
005630             WS-NUMERO-PENDENCIA
005640         DISPLAY "AGUARDA APROVACAO"
005650     END-IF.
005660
005670*****************************************************
005680*  ACEITA-CONTA - ASKS FOR AND VALIDATES THE ACCOUNT
005690*  NUMBER: NUMERIC AND NONZERO, THE SAME RULE AULA1
005700*  APPLIES BEFORE KEYING ON IT.
005710*****************************************************
005720 ACEITA-CONTA.
005730     DISPLAY "CONTA (8 DIGITOS): " WITH NO ADVANCING.
005740     ACCEPT WS-CONTA-ENTRADA.
005750     IF WS-CONTA-ENTRADA NOT NUMERIC
005760         OR WS-CONTA-ENTRADA = "00000000"
005770         DISPLAY "NUMERO DE CONTA INVALIDO - NADA FEITO"
005780         SET WS-COMANDO-INVALIDO TO TRUE
005790     END-IF.
005800
005810*****************************************************
005820*  LE-CONTA-EXISTENTE - READS THE ACCOUNT INTO THE
005830*  RECORD AREA; AN ACCOUNT NOT ON THE MASTER FAILS
005840*  THE COMMAND.
005850*****************************************************
005860 LE-CONTA-EXISTENTE.
005870     MOVE WS-CONTA-ENTRADA TO SA-CONTA.
005880     READ SALDOFILE
005890         INVALID KEY
005900             DISPLAY "CONTA " SA-CONTA " INEXISTENTE - "
005910                 "NADA FEITO"
005920             SET WS-COMANDO-INVALIDO TO TRUE
005930     END-READ.
005940
005950*****************************************************
005960*  ACEITA-VALOR - ASKS FOR AN AMOUNT IN RECORD
005970*  FORMAT (13 INTEGER DIGITS, 2 DECIMALS, TRAILING
005980*  SIGN).  THE NUMERIC CLASS TEST RUNS ON THE SIGNED
005990*  REDEFINITION, AS THE AULA2 REPAIR DIALOGUE DOES.
006000*****************************************************
006010 ACEITA-VALOR.
006020     DISPLAY "VALOR (15 DIGITOS + SINAL, EX "
006030         "000000000010050+ = 100.50): " WITH NO ADVANCING.
006040     ACCEPT WS-VALOR-ENTRADA.
006050     IF WS-VALOR-ASSINADO NOT NUMERIC
006060         DISPLAY "VALOR INVALIDO - NADA FEITO"
006070         SET WS-COMANDO-INVALIDO TO TRUE
006080     END-IF.
006090
006100*****************************************************
006110*  ACEITA-DATA-VIGENCIA - ASKS FOR AND VALIDATES THE
006120*  EFFECTIVE DATE OF THE OPENING.
006130*****************************************************
006140 ACEITA-DATA-VIGENCIA.
006150     DISPLAY "DATA DE VIGENCIA (AAAAMMDD): "
006160         WITH NO ADVANCING.
006170     ACCEPT WS-DATA-VIGENCIA.
006180     IF WS-DATA-VIGENCIA NOT NUMERIC
006190         OR WS-VIGENCIA-MM < "01" OR WS-VIGENCIA-MM > "12"
006200         OR WS-VIGENCIA-DD < "01" OR WS-VIGENCIA-DD > "31"
006210         DISPLAY "DATA DE VIGENCIA INVALIDA - NADA FEITO"
006220         SET WS-COMANDO-INVALIDO TO TRUE
006230     END-IF.
006240
006250*****************************************************
006260*  ACEITA-MOTIVO - ASKS FOR THE FREE-TEXT REASON.  A
006270*  BLANK REASON IS REFUSED - THE WHOLE POINT OF THE
006280*  TRAIL IS THAT AN EXAMINER CAN SEE WHY.
006290*****************************************************
006300 ACEITA-MOTIVO.
006310     DISPLAY "MOTIVO (ATE 30 CARACTERES): "
006320         WITH NO ADVANCING.
006330     ACCEPT WS-MOTIVO.
006340     IF WS-MOTIVO = SPACES
006350         DISPLAY "MOTIVO OBRIGATORIO - NADA FEITO"
006360         SET WS-COMANDO-INVALIDO TO TRUE
006370     END-IF.
006380
006390*****************************************************
006400*  GRAVA-MANUTENCAO - APPENDS ONE LINE TO THE
006410*  MAINTENANCE AUDIT TRAIL FOR THE CHANGE JUST MADE.
006420*  THE CALLER HAS SET THE ACTION AND THE BEFORE/AFTER
006430*  VALUES; DATE, TIME AND OPERATOR WERE FIXED AT THE
006440*  START OF THE SESSION.
006450*****************************************************
006460 GRAVA-MANUTENCAO.
006470     MOVE SPACES TO MN-REGISTRO-MANUTENCAO.
006480     MOVE WS-DATA-SISTEMA TO MN-DATA.
006490     MOVE WS-HORA-HHMMSS TO MN-HORA.
006500     MOVE WS-OPERADOR TO MN-OPERADOR.
006510     MOVE WS-MANT-ACAO TO MN-ACAO.
006520     MOVE SA-CONTA TO MN-CONTA.
006530     MOVE WS-MANT-ANTERIOR TO MN-VALOR-ANTERIOR.
006540     MOVE WS-MANT-NOVO TO MN-VALOR-NOVO.
006550     MOVE WS-CODIGO-SUPERVISOR TO MN-CODIGO-MOTIVO.
006560     MOVE WS-MOTIVO TO MN-MOTIVO.
006570     WRITE MN-REGISTRO-MANUTENCAO.
006580
006590*****************************************************
006600*  GRAVA-PENDENCIA - RECORDS THE CHANGE JUST KEYED AS
006610*  A PENDING REQUEST UNDER THE NEXT REQUEST NUMBER.
006620*  THE CALLER HAS SET THE ACTION, THE BEFORE/AFTER
006630*  VALUES AND THE REASON CODE, AS FOR
006640*  GRAVA-MANUTENCAO.  A FAILED WRITE FAILS THE
006650*  COMMAND, SO THE OPERATOR IS NEVER TOLD A REQUEST
006660*  IS WAITING WHEN IT IS NOT.
006670*****************************************************
006680 GRAVA-PENDENCIA.
006690     PERFORM OBTEM-NUMERO-PENDENCIA.
006700     IF NOT WS-COMANDO-INVALIDO
006710         MOVE SPACES TO PD-REGISTRO-PENDENCIA
006720         MOVE WS-NUMERO-PENDENCIA TO PD-NUMERO
006730         SET PD-SITUACAO-PENDENTE TO TRUE
006740         MOVE WS-MANT-ACAO TO PD-ACAO
006750         MOVE SA-CONTA TO PD-CONTA
006760         MOVE WS-MANT-ANTERIOR TO PD-VALOR-ANTERIOR
006770         MOVE WS-MANT-NOVO TO PD-VALOR-NOVO
006780         MOVE WS-CODIGO-SUPERVISOR TO PD-CODIGO-MOTIVO
006790         MOVE WS-MOTIVO TO PD-MOTIVO
006800         MOVE WS-OPERADOR TO PD-OPERADOR-SOLICITANTE
006810         MOVE WS-DATA-SISTEMA TO PD-DATA-PEDIDO
006820         MOVE WS-HORA-HHMMSS TO PD-HORA-PEDIDO
006830         MOVE ZERO TO PD-DATA-DECISAO
006840         MOVE ZERO TO PD-HORA-DECISAO
006850         WRITE PD-REGISTRO-PENDENCIA
006860             INVALID KEY
006870                 DISPLAY "ERRO AO GRAVAR PEDIDO "
006880                     PD-NUMERO ", STATUS "
006890                     WS-SALDPEND-STATUS
006900                 SET WS-COMANDO-INVALIDO TO TRUE
006910         END-WRITE
006920     END-IF.
006930
006940*****************************************************
006950*  OBTEM-NUMERO-PENDENCIA - ISSUES THE NEXT REQUEST
006960*  NUMBER FROM THE CONTROL RECORD (KEY ZERO),
006970*  CREATING THE CONTROL RECORD ON THE FIRST REQUEST
006980*  EVER MADE.
006990*****************************************************
007000 OBTEM-NUMERO-PENDENCIA.
007010     MOVE ZERO TO PD-NUMERO.
007020     READ SALDPEND
007030         INVALID KEY
007040             MOVE SPACES TO PD-REGISTRO-PENDENCIA
007050             MOVE ZERO TO PD-NUMERO
007060             MOVE ZERO TO PD-ULTIMO-NUMERO
007070             WRITE PD-REGISTRO-PENDENCIA
007080     END-READ.
007090     ADD 1 TO PD-ULTIMO-NUMERO.
007100     MOVE PD-ULTIMO-NUMERO TO WS-NUMERO-PENDENCIA.
007110     REWRITE PD-REGISTRO-PENDENCIA.
007120     IF WS-SALDPEND-STATUS NOT = "00"
007130         DISPLAY "ERRO AO NUMERAR PEDIDO, STATUS "
007140             WS-SALDPEND-STATUS
007150         SET WS-COMANDO-INVALIDO TO TRUE
007160     END-IF.
007170
007180 FINALIZA-PROGRAMA.
007190     CLOSE SALDOFILE SALDMANT SALDPEND.
007200     DISPLAY "----------------------------------------".
007210     DISPLAY "RESUMO DA MANUTENCAO DE CONTAS".
007220     DISPLAY "CONTAS ABERTAS    : " WS-CONT-ABERTAS.
007230     DISPLAY "CONTAS ENCERRADAS : " WS-CONT-ENCERRADAS.
007240     DISPLAY "ENCERRAM. PEDIDOS : " WS-CONT-ENCERR-PEDIDOS.
007250     DISPLAY "CORRECOES PEDIDAS : " WS-CONT-CORRIGIDAS.
007260     DISPLAY "LIMITES PEDIDOS   : " WS-CONT-LIMITES.
007270     DISPLAY "REATIVAC. PEDIDAS : " WS-CONT-REATIV-PEDIDOS.
007280     DISPLAY "----------------------------------------".
007290     PERFORM REGISTRA-FIM.
007300     DISPLAY "Programa finalizado!!".
007310     STOP RUN.
007320
007330*****************************************************
007340*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
007350*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
007360*  ARE ACCEPTED, SO AN I WITH NO MATCHING F
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
007550     ADD WS-CONT-ABERTAS WS-CONT-ENCERRADAS
007560         WS-CONT-ENCERR-PEDIDOS WS-CONT-CORRIGIDAS
007570         WS-CONT-LIMITES WS-CONT-REATIV-PEDIDOS
007580         GIVING WE-QTD-PROCESSADOS.
007590     PERFORM GRAVA-EXECLOG.
007600
007610 MONTA-EXECLOG.
007620     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
007630     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
007640     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
007650     MOVE "AULA6" TO WE-PROGRAMA.
007660     MOVE WS-DATA-SISTEMA TO WE-DATA-REFERENCIA.
007670     MOVE WS-OPERADOR TO WE-OPERADOR.
007680     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
007690     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
007700     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
007710         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
007720
007730*****************************************************
007740*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
007750*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
007760*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
007770*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
007780*****************************************************
007790 GRAVA-EXECLOG.
007800     OPEN EXTEND EXECLOG.
007810     IF WS-EXECLOG-STATUS = "35" OR "05"
007820         OPEN OUTPUT EXECLOG
007830     END-IF.
007840     IF WS-EXECLOG-STATUS NOT = "00"
007850         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
007860             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
007870         MOVE 12 TO RETURN-CODE
007880         STOP RUN
007890     END-IF.
007900     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
007910     CLOSE EXECLOG.
007920
007930 END PROGRAM aula6.
