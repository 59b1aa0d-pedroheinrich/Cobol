      *****************************************************
      *  ACKREC.CPY                                       *
      *  RECORD LAYOUT FOR THE BATCH ACKNOWLEDGEMENT FILE  *
      *  (RETORNO) AULA1 RETURNS TO THE UPSTREAM CAPTURE   *
      *  SYSTEM - ONE RUN'S ANSWER TO THE TRANFILE IT WAS  *
      *  SENT, FOR THAT SYSTEM TO LOAD AND CORRECT AT      *
      *  SOURCE.                                           *
      *  AK-TIPO-REGISTRO:                                 *
      *    LT = ONE PER HD/TR GROUP, WRITTEN WHEN ITS      *
      *         TRAILER IS REACHED: BATCH NUMBER, ACCEPTED *
      *         (A) OR HELD (R) WITH THE HOLD CODE, THE    *
      *         PRE-BALANCED DETAIL COUNT, AND THE COUNTS  *
      *         AND BRL TOTALS OF THE ITEMS POSTED AND     *
      *         REJECTED.  A HELD BATCH POSTED NOTHING AND *
      *         CARRIES NO ITEM RECORDS - IT COMES BACK    *
      *         WHOLE.                                     *
      *    IT = ONE PER REJECTED ITEM OF AN ACCEPTED       *
      *         BATCH, WITH ITS ID AND REJECT CODE, AHEAD  *
      *         OF ITS BATCH'S LT RECORD.                  *
      *  THE BRL VALUE OF A REJECTED ITEM IS ONLY KNOWN    *
      *  WHEN IT WAS REFUSED AFTER CONVERSION (CREDIT      *
      *  LIMIT, CODE R21); ANY OTHER REJECT CARRIES ZERO.  *
      *  THE CODES ARE FIXED - A CODE IS NEVER REUSED FOR  *
      *  ANOTHER MEANING, NEW REASONS TAKE NEW CODES:      *
      *    ITEMS                                           *
      *    R01 ID DE TRANSACAO INVALIDO                    *
      *    R02 ENTRADA NAO NUMERICA                        *
      *    R03 CODIGO OPERACAO INVALIDO                    *
      *    R04 INDICADOR D/C INVALIDO                      *
      *    R05 DATA DE VALOR INVALIDA                      *
      *    R06 ID ORIGINAL INVALIDO                        *
      *    R07 CONTA DE CREDITO INVALIDA                   *
      *    R08 TRANSFERENCIA SEM VALOR VALIDO              *
      *    R09 DUPLICATA - ID JA POSTADO                   *
      *    R10 NUMERO DE CONTA INVALIDO                    *
      *    R11 CONTAS DA TRANSFERENCIA IGUAIS              *
      *    R12 CONTA CREDITO INEXISTENTE                   *
      *    R13 CONTA CREDITO ENCERRADA                     *
      *    R14 CONTA INEXISTENTE                           *
      *    R15 CONTA ENCERRADA                             *
      *    R16 ORIGINAL NAO POSTADO                        *
      *    R17 ORIGINAL JA ESTORNADO                       *
      *    R18 ORIGINAL JA E UM ESTORNO                    *
      *    R19 ORIGINAL SEM DADOS DE POSTAGEM              *
      *    R20 MOEDA SEM TAXA NA DATA                      *
      *    R21 EXCEDE LIMITE DE CREDITO                    *
      *    R22 CALCULO NAO PODE SER EFETUADO (ESTOURO)     *
      *    R23 CONTA DORMENTE - DEBITO VEDADO              *
      *    R24 ORIGINAL COM POSTAGEM PARCIAL               *
      *    R99 OUTRO MOTIVO                                *
      *    BATCHES                                         *
      *    L01 NUMERO DO LOTE DIVERGE DO CABECALHO         *
      *    L02 CONTAGEM DE REGISTROS FORA DE BALANCO       *
      *    L03 HASH TOTAL DE NUM1 FORA DE BALANCO          *
      *    L04 HASH TOTAL DE NUM2 FORA DE BALANCO          *
      *    L10 ARQUIVO DE TRANSACOES VAZIO                 *
      *    L11 CABECALHO DO LOTE AUSENTE                   *
      *    L12 EXCESSO DE LOTES NO ARQUIVO                 *
      *    L13 TRAILER DO LOTE AUSENTE                     *
      *    L14 TIPO DE REGISTRO INVALIDO NO LOTE           *
      *    L99 OUTRO MOTIVO                                *
      *  L10 TO L14 MEAN THE WHOLE FILE WAS REFUSED: EVERY *
      *  BATCH READ UP TO THE FAULT IS RETURNED HELD, OR A *
      *  SINGLE LT WITH BATCH 000000 WHEN NONE WAS.        *
      *-----------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 RLH   ORIGINAL COPYBOOK.
      *  2026-10-15 RLH   NEW ITEM CODE R23 - DEBIT REFUSED
      *                   ON A DORMANT ACCOUNT.
      *  2026-10-15 RLH   NEW ITEM CODE R24 - REVERSAL OF A
      *                   TRANSFER WITH ONLY ONE LEG POSTED.
      *****************************************************
       01  AK-REGISTRO-RETORNO.
           05  AK-TIPO-REGISTRO        PIC X(02).
               88  AK-TIPO-LOTE                VALUE "LT".
               88  AK-TIPO-ITEM                VALUE "IT".
           05  AK-DATA-PROCESSAMENTO   PIC 9(08).
           05  AK-NUMERO-LOTE          PIC 9(06).
           05  AK-DADOS-LOTE.
               10  AK-SITUACAO-LOTE    PIC X(01).
                   88  AK-LOTE-ACEITO          VALUE "A".
                   88  AK-LOTE-RETIDO          VALUE "R".
               10  AK-CODIGO-RETENCAO  PIC X(03).
               10  AK-QTD-CONFERIDOS   PIC 9(07).
               10  AK-QTD-POSTADOS     PIC 9(07).
               10  AK-QTD-REJEITADOS   PIC 9(07).
               10  AK-VALOR-POSTADO    PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
               10  AK-VALOR-REJEITADO  PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
           05  AK-DADOS-ITEM REDEFINES AK-DADOS-LOTE.
               10  AK-ID-TRANSACAO     PIC 9(06).
               10  AK-CODIGO-REJEITO   PIC X(03).
               10  AK-VALOR-ITEM       PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
               10  FILLER              PIC X(32).
           05  FILLER                  PIC X(07).
