      *****************************************************
      *  PENDREC.CPY                                      *
      *  RECORD LAYOUT FOR THE PENDING BALANCE-MASTER      *
      *  MAINTENANCE FILE (SALDPEND) - ONE KEYED RECORD    *
      *  PER CHANGE REQUESTED IN AULA6 THAT NEEDS A SECOND *
      *  OPERATOR'S APPROVAL BEFORE IT TOUCHES SALDOFILE:  *
      *  BALANCE CORRECTIONS (C), LIMIT CHANGES (L) AND    *
      *  CLOSURES OF AN ACCOUNT WITH A NONZERO BALANCE     *
      *  (E), AND REACTIVATIONS OF A DORMANT ACCOUNT (V).  *
      *  THE APPROVAL PROGRAM (AULA13) APPLIES OR          *
      *  DECLINES EACH ITEM, OR EXPIRES IT WHEN IT HAS     *
      *  WAITED TOO LONG, AND STAMPS THE DECISION ON THE   *
      *  RECORD, WHICH IS KEPT AS HISTORY.                 *
      *  PD-VALOR-ANTERIOR/PD-VALOR-NOVO FOLLOW THE        *
      *  SALDMANT CONVENTION - BALANCE FOR C, E AND V,     *
      *  LIMIT FOR L - AS THEY STOOD WHEN THE REQUEST WAS  *
      *  MADE.                                             *
      *  KEY ZERO IS THE CONTROL RECORD HOLDING THE LAST   *
      *  REQUEST NUMBER ISSUED (PD-ULTIMO-NUMERO); READERS *
      *  BROWSING THE FILE START AFTER IT.                 *
      *-----------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 RLH   ORIGINAL COPYBOOK.
      *  2026-10-15 RLH   NEW ACTION V - REACTIVATION OF A
      *                   DORMANT ACCOUNT.
      *****************************************************
       01  PD-REGISTRO-PENDENCIA.
           05  PD-NUMERO               PIC 9(06).
           05  PD-DADOS-PENDENCIA.
               10  PD-SITUACAO         PIC X(01).
                   88  PD-SITUACAO-PENDENTE        VALUE "P".
                   88  PD-SITUACAO-APROVADA        VALUE "A".
                   88  PD-SITUACAO-RECUSADA        VALUE "R".
                   88  PD-SITUACAO-EXPIRADA        VALUE "X".
               10  PD-ACAO             PIC X(01).
                   88  PD-ACAO-ENCERRAMENTO        VALUE "E".
                   88  PD-ACAO-CORRECAO            VALUE "C".
                   88  PD-ACAO-LIMITE              VALUE "L".
                   88  PD-ACAO-REATIVACAO          VALUE "V".
               10  PD-CONTA            PIC 9(08).
               10  PD-VALOR-ANTERIOR   PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
               10  PD-VALOR-NOVO       PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
               10  PD-CODIGO-MOTIVO    PIC X(04).
               10  PD-MOTIVO           PIC X(30).
               10  PD-OPERADOR-SOLICITANTE
                                       PIC X(08).
               10  PD-DATA-PEDIDO      PIC 9(08).
               10  PD-HORA-PEDIDO      PIC 9(06).
               10  PD-OPERADOR-DECISOR PIC X(08).
               10  PD-DATA-DECISAO     PIC 9(08).
               10  PD-HORA-DECISAO     PIC 9(06).
               10  PD-MOTIVO-DECISAO   PIC X(30).
           05  PD-DADOS-CONTROLE REDEFINES PD-DADOS-PENDENCIA.
               10  PD-ULTIMO-NUMERO    PIC 9(06).
               10  FILLER              PIC X(144).
           05  FILLER                  PIC X(10).
