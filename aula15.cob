000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. aula15.
000030 AUTHOR. R HEINRICH.
000040 INSTALLATION. BATCH PROCESSING CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************
000080*  AULA15 - STANDING-ORDER MAINTENANCE.
000090*
000100*  CUSTOMERS' RECURRING PAYMENTS - RENT, PAYROLL
000110*  SWEEPS, LOAN INSTALMENTS - WERE KEYED BY HAND INTO
000120*  TRANFILE EVERY CYCLE, AND MISSED OR DOUBLED ONES
000130*  WERE A STANDING COMPLAINT.  THEY NOW LIVE ON THE
000140*  STANDING-ORDER MASTER (ORDFILE), FROM WHICH AULA16
000150*  CUTS EACH DAY'S INSTALMENTS AS A TRANSACTION
000160*  BATCH.  THIS PROGRAM WALKS THE OPERATOR THROUGH
000170*  THE MAINTENANCE ACTIONS:
000180*    I = INCLUIR   - ADD AN ORDER: ACCOUNT, AMOUNT,
000190*                    CURRENCY, D/C, FREQUENCY (D/S/M)
000200*                    AND START/END DATES.  THE ORDER
000210*                    NUMBER IS ISSUED HERE;
000220*    A = ALTERAR   - AMEND THE AMOUNT AND END DATE;
000230*    S = SUSPENDER - STOP AN ORDER FALLING DUE
000240*                    WITHOUT CANCELLING IT;
000250*    R = REATIVAR  - RESUME A SUSPENDED ORDER FROM
000260*                    ITS NEXT DUE DATE ON OR AFTER
000270*                    TODAY - INSTALMENTS THAT FELL DUE
000280*                    WHILE IT WAS SUSPENDED ARE NOT
000290*                    CUT AFTERWARDS;
000300*    C = CANCELAR  - END AN ORDER FOR GOOD.
000310*  THE ACCOUNT MUST BE ON THE BALANCE MASTER AND NOT
000320*  CLOSED.  EVERY CHANGE WRITES ONE LINE TO THE
000330*  ORDER MAINTENANCE AUDIT TRAIL (ORDMANT) - DATE,
000340*  TIME, OPERATOR, ACTION, ORDER, STATUS, AMOUNT AND
000350*  END DATE BEFORE AND AFTER, AND THE REASON - AS
000360*  AULA6 DOES FOR THE BALANCE MASTER.
000370*
000380*  AMOUNTS ARE KEYED IN RECORD FORMAT, E.G.
000390*  "000010050+" FOR 100.50, THE WIDTH OF THE
000400*  TRANSACTION AMOUNT THE ORDER WILL POST.
000410*-----------------------------------------------------
000420*  MODIFICATION HISTORY
000430*  DATE       INIT  DESCRIPTION
000440*  2026-10-15 RLH   ORIGINAL PROGRAM.
000450*  2026-10-15 RLH   RUN LEDGER: THE RUN IS RECORDED ON
000460*                   EXECLOG (START, AND END WITH RC
000470*                   AND COUNTS) UNDER THE RUN
000480*                   DATE AND THE OPERATOR.
000490*  2026-10-15 RLH   A NEW ORDER STARTS WITH NO FIRST
000500*                   GENERATED ID.
000510*****************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT ORDFILE ASSIGN TO "ORDFILE"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS OR-NUMERO
000590         FILE STATUS IS WS-ORDFILE-STATUS.
000600     SELECT ORDMANT ASSIGN TO "ORDMANT"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-ORDMANT-STATUS.
000630     SELECT SALDOFILE ASSIGN TO "SALDOFILE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS SA-CONTA
000670         FILE STATUS IS WS-SALDOFILE-STATUS.
000680     SELECT EXECLOG ASSIGN TO "EXECLOG"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-EXECLOG-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  ORDFILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY ORDREC.
000760 FD  ORDMANT
000770     LABEL RECORDS ARE STANDARD
000780     RECORDING MODE IS F.
000790     COPY ORDMREC.
000800 FD  SALDOFILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY SALDOREC.
000830 FD  EXECLOG
000840     LABEL RECORDS ARE STANDARD
000850     RECORDING MODE IS F.
000860     COPY EXECREC.
000870 WORKING-STORAGE SECTION.
000880*****************************************************
000890*  SWITCHES AND FILE STATUS
000900*****************************************************
000910 77  WS-FIM-SW                PIC X(01) VALUE "N".
000920     88  WS-FIM-COMANDOS                VALUE "Y".
000930 77  WS-COMANDO-ERRO-SW       PIC X(01) VALUE "N".
000940     88  WS-COMANDO-INVALIDO            VALUE "Y".
000950 77  WS-DATA-SW               PIC X(01) VALUE "N".
000960     88  WS-DATA-INVALIDA               VALUE "Y".
000970 77  WS-ORDFILE-STATUS        PIC X(02) VALUE "00".
000980 77  WS-ORDMANT-STATUS        PIC X(02) VALUE "00".
000990 77  WS-SALDOFILE-STATUS      PIC X(02) VALUE "00".
001000*****************************************************
001010*  OPERATOR DIALOGUE FIELDS
001020*****************************************************
001030 77  WS-ACAO                  PIC X(01).
001040 77  WS-OPERADOR              PIC X(08).
001050 77  WS-CONTA-ENTRADA         PIC X(08).
001060 77  WS-ORDEM-ENTRADA         PIC X(06).
001070 77  WS-MOEDA                 PIC X(03).
001080 77  WS-DIRECAO               PIC X(01).
001090 77  WS-FREQUENCIA            PIC X(01).
001100 77  WS-MOTIVO                PIC X(30).
001110 01  WS-VALOR-ENTRADA         PIC X(10).
001120 01  WS-VALOR-ASSINADO REDEFINES WS-VALOR-ENTRADA
001130                              PIC S9(7)V99
001140                               SIGN IS TRAILING SEPARATE.
001150 77  WS-DATA-INICIO           PIC 9(08) VALUE ZERO.
001160 77  WS-DATA-FIM              PIC 9(08) VALUE ZERO.
001170 77  WS-DATA-ENTRADA          PIC X(08).
001180*****************************************************
001190*  CALENDAR WORK FIELDS - DATE VALIDATION AND THE
001200*  ROLL OF A DUE DATE TO THE NEXT ONE, THE SAME RULES
001210*  AULA16 APPLIES WHEN IT CUTS AN INSTALMENT.
001220*****************************************************
001230 01  WS-RL-DATA               PIC 9(08).
001240 01  WS-RL-DATA-X REDEFINES WS-RL-DATA.
001250     05  WS-RL-AAAA           PIC 9(04).
001260     05  WS-RL-MM             PIC 9(02).
001270     05  WS-RL-DD             PIC 9(02).
001280 77  WS-RL-GUARDADA           PIC 9(08) VALUE ZERO.
001290 77  WS-DIAS-NO-MES           PIC 9(02) VALUE ZERO.
001300 77  WS-QUOCIENTE             PIC 9(04) COMP VALUE ZERO.
001310 77  WS-RESTO-4               PIC 9(03) COMP VALUE ZERO.
001320 77  WS-RESTO-100             PIC 9(03) COMP VALUE ZERO.
001330 77  WS-RESTO-400             PIC 9(03) COMP VALUE ZERO.
001340 77  WS-CONT-SALTADOS         PIC 9(05) COMP VALUE ZERO.
001350 01  WS-DIAS-MES-VALORES.
001360     05  FILLER               PIC X(24) VALUE
001370         "312831303130313130313031".
001380 01  WS-DIAS-MES-TAB REDEFINES WS-DIAS-MES-VALORES.
001390     05  WS-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.
001400*****************************************************
001410*  MAINTENANCE AUDIT WORK FIELDS - THE BEFORE VALUES
001420*  ARE SET BY THE ACTION PARAGRAPHS; THE AFTER VALUES
001430*  ARE TAKEN FROM THE ORDER AS REWRITTEN.
001440*****************************************************
001450 77  WS-DATA-SISTEMA          PIC 9(08).
001460 01  WS-HORA-SISTEMA          PIC 9(08).
001470 01  WS-HORA-SISTEMA-X REDEFINES WS-HORA-SISTEMA.
001480     05  WS-HORA-HHMMSS       PIC 9(06).
001490     05  FILLER               PIC X(02).
001500 77  WS-MANT-ACAO             PIC X(01).
001510 77  WS-ANT-SITUACAO          PIC X(01).
001520 77  WS-ANT-VALOR             PIC S9(7)V99 VALUE ZERO.
001530 77  WS-ANT-DATA-FIM          PIC 9(08) VALUE ZERO.
001540 77  WS-NUMERO-ORDEM          PIC 9(06) VALUE ZERO.
001550*****************************************************
001560*  CONTROL TOTALS FOR THE END-OF-SESSION SUMMARY
001570*****************************************************
001580 77  WS-CONT-INCLUIDAS        PIC 9(07) COMP VALUE ZERO.
001590 77  WS-CONT-ALTERADAS        PIC 9(07) COMP VALUE ZERO.
001600 77  WS-CONT-SUSPENSAS        PIC 9(07) COMP VALUE ZERO.
001610 77  WS-CONT-REATIVADAS       PIC 9(07) COMP VALUE ZERO.
001620 77  WS-CONT-CANCELADAS       PIC 9(07) COMP VALUE ZERO.
001630*****************************************************
001640*  EDITED AMOUNT FOR THE DIALOGUE DISPLAYS
001650*****************************************************
001660 77  WS-VALOR-EDITADO         PIC -Z(06)9.99.
001670*****************************************************
001680*  CYCLE RUN LEDGER (EXECLOG)
001690*****************************************************
001700 77  WS-EXECLOG-STATUS        PIC X(02) VALUE "00".
001710 77  WS-EL-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
001720 01  WS-EL-HORA-SISTEMA.
001730     05  WS-EL-HHMMSS         PIC 9(06).
001740     05  FILLER               PIC 9(02).
001750     COPY EXECREC REPLACING LEADING ==EL-== BY ==WE-==.
001760
001770 PROCEDURE DIVISION.
001780*****************************************************
001790*  INICIALIZACAO - OPENS THE ORDER MASTER, ITS AUDIT
001800*  TRAIL AND THE BALANCE MASTER, IDENTIFIES THE
001810*  OPERATOR AND RUNS THE COMMAND DIALOGUE UNTIL F.
001820*****************************************************
001830 INICIALIZACAO.
001840     PERFORM ABRE-ORDFILE.
001850     PERFORM ABRE-ORDMANT.
001860     OPEN INPUT SALDOFILE.
001870     IF WS-SALDOFILE-STATUS NOT = "00"
001880         DISPLAY "ERRO - MASTER DE SALDOS INDISPONIVEL, "
001890             "STATUS " WS-SALDOFILE-STATUS
001900         MOVE 12 TO RETURN-CODE
001910         STOP RUN
001920     END-IF.
001930     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
001940     ACCEPT WS-HORA-SISTEMA FROM TIME.
001950     DISPLAY "OPERADOR (ATE 8 CARACTERES): "
001960         WITH NO ADVANCING.
001970     ACCEPT WS-OPERADOR.
001980     IF WS-OPERADOR = SPACES
001990         DISPLAY "ERRO - OPERADOR OBRIGATORIO - O EXAME "
002000             "EXIGE SABER QUEM ALTEROU CADA ORDEM"
002010         MOVE 12 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040     PERFORM REGISTRA-INICIO.
002050     PERFORM PROCESSA-COMANDO
002060         UNTIL WS-FIM-COMANDOS.
002070     PERFORM FINALIZA-PROGRAMA.
002080
002090*****************************************************
002100*  ABRE-ORDFILE - OPENS THE ORDER MASTER FOR KEYED
002110*  UPDATE, CREATING IT EMPTY ON A FIRST-EVER RUN ONLY
002120*  (FILE STATUS 35), AS AULA6 DOES FOR THE BALANCE
002130*  MASTER.
002140*****************************************************
002150 ABRE-ORDFILE.
002160     OPEN I-O ORDFILE.
002170     IF WS-ORDFILE-STATUS = "35"
002180         OPEN OUTPUT ORDFILE
002190         CLOSE ORDFILE
002200         OPEN I-O ORDFILE
002210     END-IF.
002220     IF WS-ORDFILE-STATUS NOT = "00"
002230         DISPLAY "ERRO - MASTER DE ORDENS INDISPONIVEL, "
002240             "STATUS " WS-ORDFILE-STATUS
002250         MOVE 12 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280
002290*****************************************************
002300*  ABRE-ORDMANT - OPENS THE ORDER AUDIT TRAIL FOR
002310*  APPENDING, CREATING IT ON A FIRST-EVER RUN.  THE
002320*  TRAIL IS PERMANENT HISTORY.
002330*****************************************************
002340 ABRE-ORDMANT.
002350     OPEN EXTEND ORDMANT.
002360     IF WS-ORDMANT-STATUS = "35" OR "05"
002370         OPEN OUTPUT ORDMANT
002380     END-IF.
002390     IF WS-ORDMANT-STATUS NOT = "00"
002400         DISPLAY "ERRO - TRILHA DE MANUTENCAO DE ORDENS "
002410             "INDISPONIVEL, STATUS " WS-ORDMANT-STATUS
002420         MOVE 12 TO RETURN-CODE
002430         STOP RUN
002440     END-IF.
002450
002460*****************************************************
002470*  PROCESSA-COMANDO - ONE PASS OF THE DIALOGUE.  ANY
002480*  REPLY OTHER THAN I, A, S, R, C OR F IS REFUSED.
002490*****************************************************
002500 PROCESSA-COMANDO.
002510     MOVE "N" TO WS-COMANDO-ERRO-SW.
002520     DISPLAY " ".
002530     DISPLAY "ACAO (I=INCLUIR A=ALTERAR S=SUSPENDER "
002540         "R=REATIVAR C=CANCELAR F=FIM): "
002550         WITH NO ADVANCING.
002560     ACCEPT WS-ACAO.
002570     EVALUATE WS-ACAO
002580         WHEN "I"
002590             PERFORM INCLUI-ORDEM
002600         WHEN "A"
002610             PERFORM ALTERA-ORDEM
002620         WHEN "S"
002630             PERFORM SUSPENDE-ORDEM
002640         WHEN "R"
002650             PERFORM REATIVA-ORDEM
002660         WHEN "C"
002670             PERFORM CANCELA-ORDEM
002680         WHEN "F"
002690             SET WS-FIM-COMANDOS TO TRUE
002700         WHEN OTHER
002710             DISPLAY "ACAO NAO RECONHECIDA - NADA FEITO"
002720     END-EVALUATE.
002730
002740*****************************************************
002750*  INCLUI-ORDEM - ADDS A NEW ORDER.  IT FIRST FALLS
002760*  DUE ON ITS START DATE, WHICH MAY NOT BE BEFORE
002770*  TODAY - A NEW ORDER NEVER REACHES BACK FOR
002780*  INSTALMENTS ALREADY PAST.  A MONTHLY ORDER FALLS
002790*  DUE ON THE START DATE'S DAY OF THE MONTH.
002800*****************************************************
002810 INCLUI-ORDEM.
002820     PERFORM ACEITA-CONTA.
002830     IF NOT WS-COMANDO-INVALIDO
002840         PERFORM LE-CONTA-SALDO
002850     END-IF.
002860     IF NOT WS-COMANDO-INVALIDO
002870         PERFORM ACEITA-VALOR
002880     END-IF.
002890     IF NOT WS-COMANDO-INVALIDO
002900         PERFORM ACEITA-MOEDA
002910     END-IF.
002920     IF NOT WS-COMANDO-INVALIDO
002930         PERFORM ACEITA-DIRECAO
002940     END-IF.
002950     IF NOT WS-COMANDO-INVALIDO
002960         PERFORM ACEITA-FREQUENCIA
002970     END-IF.
002980     IF NOT WS-COMANDO-INVALIDO
002990         PERFORM ACEITA-DATA-INICIO
003000     END-IF.
003010     IF NOT WS-COMANDO-INVALIDO
003020         MOVE WS-DATA-INICIO TO WS-RL-DATA
003030         PERFORM ACEITA-DATA-FIM
003040     END-IF.
003050     IF NOT WS-COMANDO-INVALIDO
003060         PERFORM ACEITA-MOTIVO
003070     END-IF.
003080     IF NOT WS-COMANDO-INVALIDO
003090         PERFORM OBTEM-NUMERO-ORDEM
003100     END-IF.
003110     IF NOT WS-COMANDO-INVALIDO
003120         MOVE SPACES TO OR-REGISTRO-ORDEM
003130         MOVE WS-NUMERO-ORDEM TO OR-NUMERO
003140         SET OR-SITUACAO-ATIVA TO TRUE
003150         MOVE WS-CONTA-ENTRADA TO OR-CONTA
003160         MOVE WS-VALOR-ASSINADO TO OR-VALOR
003170         MOVE WS-MOEDA TO OR-MOEDA
003180         MOVE WS-DIRECAO TO OR-IND-DEBITO-CREDITO
003190         MOVE WS-FREQUENCIA TO OR-FREQUENCIA
003200         MOVE WS-DATA-INICIO TO WS-RL-DATA
003210         MOVE WS-RL-DD TO OR-DIA-BASE
003220         MOVE WS-DATA-INICIO TO OR-DATA-INICIO
003230         MOVE WS-DATA-FIM TO OR-DATA-FIM
003240         MOVE WS-DATA-INICIO TO OR-DATA-PROXIMA
003250         MOVE ZERO TO OR-GER-DATA-PROCESSAMENTO
003260         MOVE ZERO TO OR-GER-LOTE
003270         MOVE ZERO TO OR-GER-PRIMEIRO-VENCTO
003280         MOVE ZERO TO OR-GER-QTD
003290         MOVE ZERO TO OR-GER-PRIMEIRO-ID
003300         MOVE WS-OPERADOR TO OR-OPERADOR-INCLUSAO
003310         MOVE WS-DATA-SISTEMA TO OR-DATA-INCLUSAO
003320         WRITE OR-REGISTRO-ORDEM
003330             INVALID KEY
003340                 DISPLAY "ERRO AO GRAVAR ORDEM " OR-NUMERO
003350                     ", STATUS " WS-ORDFILE-STATUS
003360             NOT INVALID KEY
003370                 MOVE "I" TO WS-MANT-ACAO
003380                 MOVE SPACE TO WS-ANT-SITUACAO
003390                 MOVE ZERO TO WS-ANT-VALOR
003400                 MOVE ZERO TO WS-ANT-DATA-FIM
003410                 PERFORM GRAVA-MANUTENCAO
003420                 ADD 1 TO WS-CONT-INCLUIDAS
003430                 DISPLAY "ORDEM " OR-NUMERO " INCLUIDA - "
003440                     "PRIMEIRO VENCIMENTO " OR-DATA-PROXIMA
003450         END-WRITE
003460     END-IF.
003470
003480*****************************************************
003490*  ALTERA-ORDEM - AMENDS THE AMOUNT AND THE END DATE
003500*  OF A LIVE (ACTIVE OR SUSPENDED) ORDER.  THE END
003510*  DATE MAY NOT FALL BEFORE THE NEXT DUE DATE - TO
003520*  STOP AN ORDER NOW, CANCEL IT.  ACCOUNT, CURRENCY,
003530*  DIRECTION AND FREQUENCY ARE NOT AMENDED: THAT IS
003540*  A DIFFERENT ORDER, CANCELLED AND ADDED.
003550*****************************************************
003560 ALTERA-ORDEM.
003570     PERFORM ACEITA-NUMERO-ORDEM.
003580     IF NOT WS-COMANDO-INVALIDO
003590         PERFORM LE-ORDEM-EXISTENTE
003600     END-IF.
003610     IF NOT WS-COMANDO-INVALIDO
003620         AND NOT OR-SITUACAO-ATIVA
003630         AND NOT OR-SITUACAO-SUSPENSA
003640         DISPLAY "ORDEM " OR-NUMERO " NAO ESTA ATIVA NEM "
003650             "SUSPENSA - NADA FEITO"
003660         SET WS-COMANDO-INVALIDO TO TRUE
003670     END-IF.
003680     IF NOT WS-COMANDO-INVALIDO
003690         PERFORM EXIBE-ORDEM
003700         PERFORM ACEITA-VALOR
003710     END-IF.
003720     IF NOT WS-COMANDO-INVALIDO
003730         MOVE OR-DATA-PROXIMA TO WS-RL-DATA
003740         PERFORM ACEITA-DATA-FIM
003750     END-IF.
003760     IF NOT WS-COMANDO-INVALIDO
003770         PERFORM ACEITA-MOTIVO
003780     END-IF.
003790     IF NOT WS-COMANDO-INVALIDO
003800         MOVE "A" TO WS-MANT-ACAO
003810         PERFORM GUARDA-ANTERIOR
003820         MOVE WS-VALOR-ASSINADO TO OR-VALOR
003830         MOVE WS-DATA-FIM TO OR-DATA-FIM
003840         PERFORM REGRAVA-ORDEM
003850     END-IF.
003860     IF NOT WS-COMANDO-INVALIDO
003870         ADD 1 TO WS-CONT-ALTERADAS
003880         DISPLAY "ORDEM " OR-NUMERO " ALTERADA"
003890     END-IF.
003900
003910*****************************************************
003920*  SUSPENDE-ORDEM - AN ACTIVE ORDER STOPS FALLING
003930*  DUE UNTIL IT IS RESUMED.
003940*****************************************************
003950 SUSPENDE-ORDEM.
003960     PERFORM ACEITA-NUMERO-ORDEM.
003970     IF NOT WS-COMANDO-INVALIDO
003980         PERFORM LE-ORDEM-EXISTENTE
003990     END-IF.
004000     IF NOT WS-COMANDO-INVALIDO
004010         AND NOT OR-SITUACAO-ATIVA
004020         DISPLAY "ORDEM " OR-NUMERO " NAO ESTA ATIVA - "
004030             "NADA FEITO"
004040         SET WS-COMANDO-INVALIDO TO TRUE
004050     END-IF.
004060     IF NOT WS-COMANDO-INVALIDO
004070         PERFORM EXIBE-ORDEM
004080         PERFORM ACEITA-MOTIVO
004090     END-IF.
004100     IF NOT WS-COMANDO-INVALIDO
004110         MOVE "S" TO WS-MANT-ACAO
004120         PERFORM GUARDA-ANTERIOR
004130         SET OR-SITUACAO-SUSPENSA TO TRUE
004140         PERFORM REGRAVA-ORDEM
004150     END-IF.
004160     IF NOT WS-COMANDO-INVALIDO
004170         ADD 1 TO WS-CONT-SUSPENSAS
004180         DISPLAY "ORDEM " OR-NUMERO " SUSPENSA"
004190     END-IF.
004200
004210*****************************************************
004220*  REATIVA-ORDEM - A SUSPENDED ORDER RESUMES.  ITS
004230*  NEXT DUE DATE IS ROLLED FORWARD, BY ITS OWN
004240*  FREQUENCY, TO THE FIRST ONE ON OR AFTER TODAY, SO
004250*  THE GENERATOR DOES NOT CATCH UP INSTALMENTS THE
004260*  SUSPENSION WAS MEANT TO STOP.  AN ORDER THAT WOULD
004270*  THEN FALL DUE ONLY AFTER ITS END DATE IS REFUSED -
004280*  IT HAS NOTHING LEFT TO PAY AND SHOULD BE
004290*  CANCELLED.
004300*****************************************************
004310 REATIVA-ORDEM.
004320     PERFORM ACEITA-NUMERO-ORDEM.
004330     IF NOT WS-COMANDO-INVALIDO
004340         PERFORM LE-ORDEM-EXISTENTE
004350     END-IF.
004360     IF NOT WS-COMANDO-INVALIDO
004370         AND NOT OR-SITUACAO-SUSPENSA
004380         DISPLAY "ORDEM " OR-NUMERO " NAO ESTA SUSPENSA - "
004390             "NADA FEITO"
004400         SET WS-COMANDO-INVALIDO TO TRUE
004410     END-IF.
004420     IF NOT WS-COMANDO-INVALIDO
004430         MOVE ZERO TO WS-CONT-SALTADOS
004440         MOVE OR-DATA-PROXIMA TO WS-RL-DATA
004450         PERFORM SALTA-VENCIMENTO
004460             UNTIL WS-RL-DATA NOT < WS-DATA-SISTEMA
004470         IF OR-DATA-FIM NOT = ZERO
004480             AND WS-RL-DATA > OR-DATA-FIM
004490             DISPLAY "ORDEM " OR-NUMERO " SO VENCERIA EM "
004500                 WS-RL-DATA ", APOS O FIM " OR-DATA-FIM
004510             DISPLAY "CANCELE A ORDEM - NADA FEITO"
004520             SET WS-COMANDO-INVALIDO TO TRUE
004530         END-IF
004540     END-IF.
004550     IF NOT WS-COMANDO-INVALIDO
004560         PERFORM EXIBE-ORDEM
004570         DISPLAY "PROXIMO VENCIMENTO AO REATIVAR: "
004580             WS-RL-DATA " (" WS-CONT-SALTADOS
004590             " VENCIMENTOS NAO SERAO GERADOS)"
004600         PERFORM ACEITA-MOTIVO
004610     END-IF.
004620     IF NOT WS-COMANDO-INVALIDO
004630         MOVE "R" TO WS-MANT-ACAO
004640         PERFORM GUARDA-ANTERIOR
004650         SET OR-SITUACAO-ATIVA TO TRUE
004660         MOVE WS-RL-DATA TO OR-DATA-PROXIMA
004670         PERFORM REGRAVA-ORDEM
004680     END-IF.
004690     IF NOT WS-COMANDO-INVALIDO
004700         ADD 1 TO WS-CONT-REATIVADAS
004710         DISPLAY "ORDEM " OR-NUMERO " REATIVADA"
004720     END-IF.
004730
004740 SALTA-VENCIMENTO.
004750     PERFORM AVANCA-VENCIMENTO.
004760     ADD 1 TO WS-CONT-SALTADOS.
004770
004780*****************************************************
004790*  CANCELA-ORDEM - A LIVE ORDER ENDS FOR GOOD.  THE
004800*  RECORD STAYS ON THE MASTER AS HISTORY.
004810*****************************************************
004820 CANCELA-ORDEM.
004830     PERFORM ACEITA-NUMERO-ORDEM.
004840     IF NOT WS-COMANDO-INVALIDO
004850         PERFORM LE-ORDEM-EXISTENTE
004860     END-IF.
004870     IF NOT WS-COMANDO-INVALIDO
004880         AND NOT OR-SITUACAO-ATIVA
004890         AND NOT OR-SITUACAO-SUSPENSA
004900         DISPLAY "ORDEM " OR-NUMERO " NAO ESTA ATIVA NEM "
004910             "SUSPENSA - NADA FEITO"
004920         SET WS-COMANDO-INVALIDO TO TRUE
004930     END-IF.
004940     IF NOT WS-COMANDO-INVALIDO
004950         PERFORM EXIBE-ORDEM
004960         PERFORM ACEITA-MOTIVO
004970     END-IF.
004980     IF NOT WS-COMANDO-INVALIDO
004990         MOVE "C" TO WS-MANT-ACAO
005000         PERFORM GUARDA-ANTERIOR
005010         SET OR-SITUACAO-CANCELADA TO TRUE
005020         PERFORM REGRAVA-ORDEM
005030     END-IF.
005040     IF NOT WS-COMANDO-INVALIDO
005050         ADD 1 TO WS-CONT-CANCELADAS
005060         DISPLAY "ORDEM " OR-NUMERO " CANCELADA"
005070     END-IF.
005080
005090*****************************************************
005100*  ACEITA-CONTA / LE-CONTA-SALDO - THE ACCOUNT MUST
005110*  BE NUMERIC, NONZERO, ON THE BALANCE MASTER AND
005120*  NOT CLOSED.
005130*****************************************************
005140 ACEITA-CONTA.
005150     DISPLAY "CONTA (8 DIGITOS): " WITH NO ADVANCING.
005160     ACCEPT WS-CONTA-ENTRADA.
005170     IF WS-CONTA-ENTRADA NOT NUMERIC
005180         OR WS-CONTA-ENTRADA = "00000000"
005190         DISPLAY "NUMERO DE CONTA INVALIDO - NADA FEITO"
005200         SET WS-COMANDO-INVALIDO TO TRUE
005210     END-IF.
005220
005230 LE-CONTA-SALDO.
005240     MOVE WS-CONTA-ENTRADA TO SA-CONTA.
005250     READ SALDOFILE
005260         INVALID KEY
005270             DISPLAY "CONTA " SA-CONTA " INEXISTENTE - "
005280                 "NADA FEITO"
005290             SET WS-COMANDO-INVALIDO TO TRUE
005300     END-READ.
005310     IF NOT WS-COMANDO-INVALIDO
005320         AND SA-SITUACAO-ENCERRADA
005330         DISPLAY "CONTA " SA-CONTA " ENCERRADA - "
005340             "NADA FEITO"
005350         SET WS-COMANDO-INVALIDO TO TRUE
005360     END-IF.
005370
005380*****************************************************
005390*  ACEITA-NUMERO-ORDEM / LE-ORDEM-EXISTENTE - THE
005400*  ORDER MUST BE NUMERIC, NONZERO (KEY ZERO IS THE
005410*  CONTROL RECORD) AND ON THE MASTER.
005420*****************************************************
005430 ACEITA-NUMERO-ORDEM.
005440     DISPLAY "NUMERO DA ORDEM (6 DIGITOS): "
005450         WITH NO ADVANCING.
005460     ACCEPT WS-ORDEM-ENTRADA.
005470     IF WS-ORDEM-ENTRADA NOT NUMERIC
005480         OR WS-ORDEM-ENTRADA = "000000"
005490         DISPLAY "NUMERO DE ORDEM INVALIDO - NADA FEITO"
005500         SET WS-COMANDO-INVALIDO TO TRUE
005510     END-IF.
005520
005530 LE-ORDEM-EXISTENTE.
005540     MOVE WS-ORDEM-ENTRADA TO OR-NUMERO.
005550     READ ORDFILE
005560         INVALID KEY
005570             DISPLAY "ORDEM " OR-NUMERO " INEXISTENTE - "
005580                 "NADA FEITO"
005590             SET WS-COMANDO-INVALIDO TO TRUE
005600     END-READ.
005610
005620*****************************************************
005630*  EXIBE-ORDEM - SHOWS THE ORDER AS IT STANDS BEFORE
005640*  THE OPERATOR CHANGES IT.
005650*****************************************************
005660 EXIBE-ORDEM.
005670     MOVE OR-VALOR TO WS-VALOR-EDITADO.
005680     DISPLAY "ORDEM " OR-NUMERO " SITUACAO " OR-SITUACAO
005690         " CONTA " OR-CONTA " " OR-IND-DEBITO-CREDITO
005700         " " WS-VALOR-EDITADO " " OR-MOEDA.
005710     DISPLAY "FREQUENCIA " OR-FREQUENCIA
005720         " INICIO " OR-DATA-INICIO
005730         " FIM " OR-DATA-FIM
005740         " PROXIMO VENCIMENTO " OR-DATA-PROXIMA.
005750
005760*****************************************************
005770*  ACEITA-VALOR - THE INSTALMENT AMOUNT IN RECORD
005780*  FORMAT; IT MUST BE POSITIVE - THE DIRECTION IS
005790*  CARRIED BY THE D/C INDICATOR, NOT THE SIGN.
005800*****************************************************
005810 ACEITA-VALOR.
005820     DISPLAY "VALOR DA PARCELA (9 DIGITOS + SINAL, EX "
005830         "000010050+ = 100.50): " WITH NO ADVANCING.
005840     ACCEPT WS-VALOR-ENTRADA.
005850     IF WS-VALOR-ASSINADO NOT NUMERIC
005860         DISPLAY "VALOR INVALIDO - NADA FEITO"
005870         SET WS-COMANDO-INVALIDO TO TRUE
005880     ELSE
005890         IF WS-VALOR-ASSINADO NOT > ZERO
005900             DISPLAY "VALOR DEVE SER POSITIVO - NADA FEITO"
005910             SET WS-COMANDO-INVALIDO TO TRUE
005920         END-IF
005930     END-IF.
005940
005950*****************************************************
005960*  ACEITA-MOEDA - BLANK MEANS THE BASE CURRENCY, AS
005970*  ON THE TRANSACTION RECORD.  WHETHER THE CURRENCY
005980*  HAS A RATE IS AULA1'S CHECK AT POSTING.
005990*****************************************************
006000 ACEITA-MOEDA.
006010     DISPLAY "MOEDA (3 LETRAS, BRANCO = BRL): "
006020         WITH NO ADVANCING.
006030     ACCEPT WS-MOEDA.
006040     IF WS-MOEDA = SPACES
006050         MOVE "BRL" TO WS-MOEDA
006060     END-IF.
006070     IF WS-MOEDA NOT ALPHABETIC
006080         OR WS-MOEDA (3:1) = SPACE
006090         DISPLAY "MOEDA INVALIDA - NADA FEITO"
006100         SET WS-COMANDO-INVALIDO TO TRUE
006110     END-IF.
006120
006130 ACEITA-DIRECAO.
006140     DISPLAY "DIRECAO (D=DEBITO C=CREDITO): "
006150         WITH NO ADVANCING.
006160     ACCEPT WS-DIRECAO.
006170     IF WS-DIRECAO NOT = "D" AND WS-DIRECAO NOT = "C"
006180         DISPLAY "DIRECAO INVALIDA - NADA FEITO"
006190         SET WS-COMANDO-INVALIDO TO TRUE
006200     END-IF.
006210
006220 ACEITA-FREQUENCIA.
006230     DISPLAY "FREQUENCIA (D=DIARIA S=SEMANAL M=MENSAL): "
006240         WITH NO ADVANCING.
006250     ACCEPT WS-FREQUENCIA.
006260     IF WS-FREQUENCIA NOT = "D"
006270         AND WS-FREQUENCIA NOT = "S"
006280         AND WS-FREQUENCIA NOT = "M"
006290         DISPLAY "FREQUENCIA INVALIDA - NADA FEITO"
006300         SET WS-COMANDO-INVALIDO TO TRUE
006310     END-IF.
006320
006330*****************************************************
006340*  ACEITA-DATA-INICIO - A REAL CALENDAR DATE, NOT
006350*  BEFORE TODAY.
006360*****************************************************
006370 ACEITA-DATA-INICIO.
006380     DISPLAY "DATA DE INICIO (AAAAMMDD): "
006390         WITH NO ADVANCING.
006400     ACCEPT WS-DATA-ENTRADA.
006410     PERFORM VALIDA-DATA-ENTRADA.
006420     IF WS-DATA-INVALIDA
006430         DISPLAY "DATA DE INICIO INVALIDA - NADA FEITO"
006440         SET WS-COMANDO-INVALIDO TO TRUE
006450     ELSE
006460         MOVE WS-DATA-ENTRADA TO WS-DATA-INICIO
006470         IF WS-DATA-INICIO < WS-DATA-SISTEMA
006480             DISPLAY "DATA DE INICIO NO PASSADO - "
006490                 "NADA FEITO"
006500             SET WS-COMANDO-INVALIDO TO TRUE
006510         END-IF
006520     END-IF.
006530
006540*****************************************************
006550*  ACEITA-DATA-FIM - ZEROS FOR AN OPEN-ENDED ORDER,
006560*  OTHERWISE A REAL CALENDAR DATE NOT BEFORE THE
006570*  DATE THE CALLER LEFT IN WS-RL-DATA (THE START
006580*  DATE OF A NEW ORDER, THE NEXT DUE DATE OF AN
006590*  EXISTING ONE).
006600*****************************************************
006610 ACEITA-DATA-FIM.
006620     DISPLAY "DATA DE FIM (AAAAMMDD, ZEROS = SEM FIM): "
006630         WITH NO ADVANCING.
006640     ACCEPT WS-DATA-ENTRADA.
006650     IF WS-DATA-ENTRADA = "00000000"
006660         MOVE ZERO TO WS-DATA-FIM
006670     ELSE
006680         PERFORM VALIDA-DATA-ENTRADA
006690         IF WS-DATA-INVALIDA
006700             DISPLAY "DATA DE FIM INVALIDA - NADA FEITO"
006710             SET WS-COMANDO-INVALIDO TO TRUE
006720         ELSE
006730             MOVE WS-DATA-ENTRADA TO WS-DATA-FIM
006740             IF WS-DATA-FIM < WS-RL-DATA
006750                 DISPLAY "DATA DE FIM ANTERIOR A "
006760                     WS-RL-DATA " - NADA FEITO"
006770                 SET WS-COMANDO-INVALIDO TO TRUE
006780             END-IF
006790         END-IF
006800     END-IF.
006810
006820*****************************************************
006830*  VALIDA-DATA-ENTRADA - THE KEYED DATE MUST BE
006840*  NUMERIC WITH A REAL MONTH AND A DAY THAT EXISTS IN
006850*  THAT MONTH.  WS-RL-DATA IS LEFT UNTOUCHED.
006860*****************************************************
006870 VALIDA-DATA-ENTRADA.
006880     MOVE "N" TO WS-DATA-SW.
006890     IF WS-DATA-ENTRADA NOT NUMERIC
006900         SET WS-DATA-INVALIDA TO TRUE
006910     ELSE
006920         IF WS-DATA-ENTRADA (5:2) < "01"
006930             OR WS-DATA-ENTRADA (5:2) > "12"
006940             OR WS-DATA-ENTRADA (7:2) < "01"
006950             SET WS-DATA-INVALIDA TO TRUE
006960         ELSE
006970             PERFORM VERIFICA-DIA-NO-MES
006980         END-IF
006990     END-IF.
007000
007010 VERIFICA-DIA-NO-MES.
007020     MOVE WS-RL-DATA TO WS-RL-GUARDADA.
007030     MOVE WS-DATA-ENTRADA TO WS-RL-DATA.
007040     PERFORM CALCULA-DIAS-NO-MES.
007050     IF WS-RL-DD > WS-DIAS-NO-MES
007060         SET WS-DATA-INVALIDA TO TRUE
007070     END-IF.
007080     MOVE WS-RL-GUARDADA TO WS-RL-DATA.
007090
007100*****************************************************
007110*  AVANCA-VENCIMENTO - ROLLS THE DUE DATE IN
007120*  WS-RL-DATA TO THE ORDER'S NEXT ONE: A DAY, A WEEK,
007130*  OR A MONTH ON THE ORDER'S BASE DAY, CUT BACK TO
007140*  THE LAST DAY OF A SHORTER MONTH (AN ORDER BASED ON
007150*  THE 31ST FALLS DUE ON 30 APRIL AND 28 OR 29
007160*  FEBRUARY, AND ON THE 31ST AGAIN IN MAY AND MARCH).
007170*****************************************************
007180 AVANCA-VENCIMENTO.
007190     EVALUATE TRUE
007200         WHEN OR-FREQUENCIA-DIARIA
007210             PERFORM AVANCA-UM-DIA
007220         WHEN OR-FREQUENCIA-SEMANAL
007230             PERFORM AVANCA-UM-DIA 7 TIMES
007240         WHEN OTHER
007250             ADD 1 TO WS-RL-MM
007260             IF WS-RL-MM > 12
007270                 MOVE 1 TO WS-RL-MM
007280                 ADD 1 TO WS-RL-AAAA
007290             END-IF
007300             PERFORM CALCULA-DIAS-NO-MES
007310             IF OR-DIA-BASE > WS-DIAS-NO-MES
007320                 MOVE WS-DIAS-NO-MES TO WS-RL-DD
007330             ELSE
007340                 MOVE OR-DIA-BASE TO WS-RL-DD
007350             END-IF
007360     END-EVALUATE.
007370
007380 AVANCA-UM-DIA.
007390     PERFORM CALCULA-DIAS-NO-MES.
007400     IF WS-RL-DD < WS-DIAS-NO-MES
007410         ADD 1 TO WS-RL-DD
007420     ELSE
007430         MOVE 1 TO WS-RL-DD
007440         ADD 1 TO WS-RL-MM
007450         IF WS-RL-MM > 12
007460             MOVE 1 TO WS-RL-MM
007470             ADD 1 TO WS-RL-AAAA
007480         END-IF
007490     END-IF.
007500
007510*****************************************************
007520*  CALCULA-DIAS-NO-MES - DAYS IN THE MONTH OF
007530*  WS-RL-DATA, 29 FOR FEBRUARY OF A LEAP YEAR.
007540*****************************************************
007550 CALCULA-DIAS-NO-MES.
007560     MOVE WS-DIAS-MES (WS-RL-MM) TO WS-DIAS-NO-MES.
007570     IF WS-RL-MM = 2
007580         DIVIDE WS-RL-AAAA BY 4 GIVING WS-QUOCIENTE
007590             REMAINDER WS-RESTO-4
007600         DIVIDE WS-RL-AAAA BY 100 GIVING WS-QUOCIENTE
007610             REMAINDER WS-RESTO-100
007620         DIVIDE WS-RL-AAAA BY 400 GIVING WS-QUOCIENTE
007630             REMAINDER WS-RESTO-400
007640         IF WS-RESTO-4 = ZERO
007650             AND (WS-RESTO-100 NOT = ZERO
007660                  OR WS-RESTO-400 = ZERO)
007670             MOVE 29 TO WS-DIAS-NO-MES
007680         END-IF
007690     END-IF.
007700
007710*****************************************************
007720*  ACEITA-MOTIVO - A BLANK REASON IS REFUSED, AS IN
007730*  AULA6.
007740*****************************************************
007750 ACEITA-MOTIVO.
007760     DISPLAY "MOTIVO (ATE 30 CARACTERES): "
007770         WITH NO ADVANCING.
007780     ACCEPT WS-MOTIVO.
007790     IF WS-MOTIVO = SPACES
007800         DISPLAY "MOTIVO OBRIGATORIO - NADA FEITO"
007810         SET WS-COMANDO-INVALIDO TO TRUE
007820     END-IF.
007830
007840*****************************************************
007850*  GUARDA-ANTERIOR - KEEPS THE BEFORE VALUES FOR THE
007860*  AUDIT LINE BEFORE THE ACTION CHANGES THE ORDER.
007870*****************************************************
007880 GUARDA-ANTERIOR.
007890     MOVE OR-SITUACAO TO WS-ANT-SITUACAO.
007900     MOVE OR-VALOR TO WS-ANT-VALOR.
007910     MOVE OR-DATA-FIM TO WS-ANT-DATA-FIM.
007920
007930*****************************************************
007940*  REGRAVA-ORDEM - REWRITES THE CHANGED ORDER AND
007950*  WRITES ITS AUDIT LINE; A FAILED REWRITE FAILS THE
007960*  COMMAND AND WRITES NO LINE.
007970*****************************************************
007980 REGRAVA-ORDEM.
007990     REWRITE OR-REGISTRO-ORDEM
008000         INVALID KEY
008010             DISPLAY "ERRO AO REGRAVAR ORDEM " OR-NUMERO
008020                 ", STATUS " WS-ORDFILE-STATUS
008030             SET WS-COMANDO-INVALIDO TO TRUE
008040         NOT INVALID KEY
008050             PERFORM GRAVA-MANUTENCAO
008060     END-REWRITE.
008070
008080*****************************************************
008090*  GRAVA-MANUTENCAO - APPENDS ONE LINE TO THE ORDER
008100*  AUDIT TRAIL: THE BEFORE VALUES SET BY THE CALLER,
008110*  THE AFTER VALUES FROM THE ORDER AS WRITTEN.
008120*****************************************************
008130 GRAVA-MANUTENCAO.
008140     MOVE SPACES TO OM-REGISTRO-MANUTENCAO.
008150     MOVE WS-DATA-SISTEMA TO OM-DATA.
008160     MOVE WS-HORA-HHMMSS TO OM-HORA.
008170     MOVE WS-OPERADOR TO OM-OPERADOR.
008180     MOVE WS-MANT-ACAO TO OM-ACAO.
008190     MOVE OR-NUMERO TO OM-NUMERO-ORDEM.
008200     MOVE OR-CONTA TO OM-CONTA.
008210     MOVE WS-ANT-SITUACAO TO OM-SITUACAO-ANTERIOR.
008220     MOVE OR-SITUACAO TO OM-SITUACAO-NOVA.
008230     MOVE WS-ANT-VALOR TO OM-VALOR-ANTERIOR.
008240     MOVE OR-VALOR TO OM-VALOR-NOVO.
008250     MOVE WS-ANT-DATA-FIM TO OM-DATA-FIM-ANTERIOR.
008260     MOVE OR-DATA-FIM TO OM-DATA-FIM-NOVA.
008270     MOVE OR-DATA-PROXIMA TO OM-DATA-PROXIMA.
008280     MOVE WS-MOTIVO TO OM-MOTIVO.
008290     WRITE OM-REGISTRO-MANUTENCAO.
008300
008310*****************************************************
008320*  OBTEM-NUMERO-ORDEM - ISSUES THE NEXT ORDER NUMBER
008330*  FROM THE CONTROL RECORD (KEY ZERO), CREATING THE
008340*  CONTROL RECORD ON THE FIRST ORDER EVER ADDED, THE
008350*  SAME WAY AULA6 NUMBERS PENDING REQUESTS.
008360*****************************************************
008370 OBTEM-NUMERO-ORDEM.
008380     MOVE ZERO TO OR-NUMERO.
008390     READ ORDFILE
008400         INVALID KEY
008410             MOVE SPACES TO OR-REGISTRO-ORDEM
008420             MOVE ZERO TO OR-NUMERO
008430             MOVE ZERO TO OR-ULTIMO-NUMERO
008440             WRITE OR-REGISTRO-ORDEM
008450     END-READ.
008460     ADD 1 TO OR-ULTIMO-NUMERO.
008470     MOVE OR-ULTIMO-NUMERO TO WS-NUMERO-ORDEM.
008480     REWRITE OR-REGISTRO-ORDEM.
008490     IF WS-ORDFILE-STATUS NOT = "00"
008500         DISPLAY "ERRO AO NUMERAR ORDEM, STATUS "
008510             WS-ORDFILE-STATUS
008520         SET WS-COMANDO-INVALIDO TO TRUE
008530     END-IF.
008540
008550 FINALIZA-PROGRAMA.
008560     CLOSE ORDFILE ORDMANT SALDOFILE.
008570     DISPLAY "----------------------------------------".
008580     DISPLAY "RESUMO DA MANUTENCAO DE ORDENS".
008590     DISPLAY "ORDENS INCLUIDAS  : " WS-CONT-INCLUIDAS.
008600     DISPLAY "ORDENS ALTERADAS  : " WS-CONT-ALTERADAS.
008610     DISPLAY "ORDENS SUSPENSAS  : " WS-CONT-SUSPENSAS.
008620     DISPLAY "ORDENS REATIVADAS : " WS-CONT-REATIVADAS.
008630     DISPLAY "ORDENS CANCELADAS : " WS-CONT-CANCELADAS.
008640     DISPLAY "----------------------------------------".
008650     PERFORM REGISTRA-FIM.
008660     DISPLAY "Programa finalizado!!".
008670     STOP RUN.
008680
008690*****************************************************
008700*  REGISTRA-INICIO - OPENS THIS RUN ON THE CYCLE
008710*  LEDGER.  IT IS WRITTEN ONLY ONCE THE PARAMETERS
008720*  ARE ACCEPTED, SO AN I WITH NO MATCHING F
008730*  MEANS THE RUN IS STILL GOING OR DIED.
008740*****************************************************
008750 REGISTRA-INICIO.
008760     PERFORM MONTA-EXECLOG.
008770     MOVE "I" TO WE-EVENTO.
008780     PERFORM GRAVA-EXECLOG.
008790
008800*****************************************************
008810*  REGISTRA-FIM - CLOSES THIS RUN ON THE LEDGER WITH
008820*  THE RETURN CODE ALREADY SET AND THE RUN COUNTS.
008830*****************************************************
008840 REGISTRA-FIM.
008850     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
008860     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
008870     MOVE "F" TO WE-EVENTO.
008880     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-FIM.
008890     MOVE WS-EL-HHMMSS TO WE-HORA-FIM.
008900     MOVE RETURN-CODE TO WE-RETURN-CODE.
008910     ADD WS-CONT-INCLUIDAS WS-CONT-ALTERADAS WS-CONT-SUSPENSAS
008920         WS-CONT-REATIVADAS WS-CONT-CANCELADAS
008930         GIVING WE-QTD-PROCESSADOS.
008940     PERFORM GRAVA-EXECLOG.
008950
008960 MONTA-EXECLOG.
008970     ACCEPT WS-EL-DATA-SISTEMA FROM DATE YYYYMMDD.
008980     ACCEPT WS-EL-HORA-SISTEMA FROM TIME.
008990     MOVE SPACES TO WE-REGISTRO-EXECUCAO.
009000     MOVE "AULA15" TO WE-PROGRAMA.
009010     MOVE WS-DATA-SISTEMA TO WE-DATA-REFERENCIA.
009020     MOVE WS-OPERADOR TO WE-OPERADOR.
009030     MOVE WS-EL-DATA-SISTEMA TO WE-DATA-INICIO.
009040     MOVE WS-EL-HHMMSS TO WE-HORA-INICIO.
009050     MOVE ZERO TO WE-DATA-FIM WE-HORA-FIM WE-RETURN-CODE
009060         WE-QTD-LIDOS WE-QTD-PROCESSADOS WE-QTD-EXCECOES.
009070
009080*****************************************************
009090*  GRAVA-EXECLOG - APPENDS THE RUN RECORD TO THE
009100*  LEDGER, CREATING IT ON THE VERY FIRST RUN.  A RUN
009110*  THE LEDGER CANNOT RECORD STOPS HERE - THE NEXT
009120*  STEP OF THE CYCLE COULD NOT TELL IT HAD RUN.
009130*****************************************************
009140 GRAVA-EXECLOG.
009150     OPEN EXTEND EXECLOG.
009160     IF WS-EXECLOG-STATUS = "35" OR "05"
009170         OPEN OUTPUT EXECLOG
009180     END-IF.
009190     IF WS-EXECLOG-STATUS NOT = "00"
009200         DISPLAY "ERRO - LIVRO DE EXECUCOES (EXECLOG) "
009210             "INDISPONIVEL, STATUS " WS-EXECLOG-STATUS
009220         MOVE 12 TO RETURN-CODE
009230         STOP RUN
009240     END-IF.
009250     WRITE EL-REGISTRO-EXECUCAO FROM WE-REGISTRO-EXECUCAO.
009260     CLOSE EXECLOG.
009270
009280 END PROGRAM aula15.
