      *****************************************************
      *  VIGPREC.CPY                                      *
      *  RECORD LAYOUT FOR THE SURVEILLANCE PARAMETER CARD *
      *  (VIGPARM) READ BY THE LARGE-TRANSACTION AND       *
      *  STRUCTURING SURVEILLANCE RUN (AULA14) - ONE       *
      *  RECORD PER RUN CARRYING THE DATE UNDER REVIEW AND *
      *  EVERY THRESHOLD AND WINDOW THE RULES USE, SO      *
      *  COMPLIANCE CAN RETUNE THEM WITHOUT A PROGRAM      *
      *  CHANGE.  ALL AMOUNTS ARE BASE CURRENCY (BRL).     *
      *    PV-LIMITE-REPORTAVEL    - RULE 1: A SINGLE      *
      *                              MOVEMENT ABOVE THIS   *
      *                              IS REPORTABLE;        *
      *    PV-PCT-FAIXA-FRACION    - RULE 2: A MOVEMENT AT *
      *                              OR ABOVE THIS PERCENT *
      *                              OF THE LIMIT, BUT NOT *
      *                              ABOVE IT, IS "JUST    *
      *                              UNDER" THE LIMIT;     *
      *    PV-MINIMO-FRACION       - RULE 2: HOW MANY SUCH *
      *                              MOVEMENTS ON ONE      *
      *                              ACCOUNT, INSIDE       *
      *    PV-JANELA-DIAS          - DAYS ENDING ON THE    *
      *                              DATE UNDER REVIEW,    *
      *                              MUST ADD UP TO MORE   *
      *                              THAN THE LIMIT;       *
      *    PV-DIAS-HISTORICO       - RULE 3: DAYS BEFORE   *
      *                              THE DATE UNDER REVIEW *
      *                              THAT MAKE AN          *
      *                              ACCOUNT'S AVERAGE;    *
      *    PV-FATOR-PICO           - RULE 3: THE DAY'S     *
      *                              COUNT OR VOLUME MUST  *
      *                              EXCEED THE DAILY      *
      *                              AVERAGE TIMES THIS;   *
      *    PV-MINIMO-PICO          - RULE 3: FEWEST        *
      *                              MOVEMENTS IN THE DAY  *
      *                              FOR A COUNT SPIKE.    *
      *-----------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 RLH   ORIGINAL COPYBOOK.
      *****************************************************
       01  PV-REGISTRO-PARAMETRO.
           05  PV-DATA-PROCESSAMENTO   PIC 9(08).
           05  PV-DATA-PROCESSAMENTO-X
                   REDEFINES PV-DATA-PROCESSAMENTO.
               10  FILLER              PIC X(04).
               10  PV-DATA-MM          PIC X(02).
               10  PV-DATA-DD          PIC X(02).
           05  PV-LIMITE-REPORTAVEL    PIC 9(11)V99.
           05  PV-PCT-FAIXA-FRACION    PIC 9(03).
           05  PV-MINIMO-FRACION       PIC 9(02).
           05  PV-JANELA-DIAS          PIC 9(03).
           05  PV-DIAS-HISTORICO       PIC 9(03).
           05  PV-FATOR-PICO           PIC 9(03)V9.
           05  PV-MINIMO-PICO          PIC 9(03).
           05  FILLER                  PIC X(20).
