      * LINHAS EM BRANCO = REMOVE O RATEIO (A FOLHA    *
      * VOLTA A DEBITAR TUDO NO DEPARTAMENTO). A SOMA  *
      * DOS PERCENTUAIS E VALIDADA EM VALRATEI (100%   *
      * EXATOS) ANTES DE TOCAR NO BANCO. A REMOCAO     *
      * TAMBEM E ACEITA PARA FUNCIONARIO DESLIGADO - E *
      * POR ELA QUE A VARREDURA VARRFILH TIRA O RATEIO *
      * QUE FICOU DEPOIS DO DESLIGAMENTO.              *
      *                                                *
      * EAD719.RATEIOCC:                               *
      *   CODFUN     X(07)                             *
      *   CCUSTO     X(06)                             *
      *   PERCENTUAL DEC(5,2)                          *
      **************************************************
      *
       LINKAGE                       SECTION.
       01  LK-RATEIO-TRANS.
           05  LK-RAT-CODFUN         PIC X(07).
           05  LK-RATEIO-ACCEPT.
               10  LK-RATEIO-LINHA   OCCURS 3 TIMES.
                   15  LK-RAT-CCUSTO PIC X(06).
                     INTO :DB2-CODFUN
                     FROM EAD719.FUNCIONARIOS
                    WHERE CODFUN = :DB2-CODFUN
                      AND (STATUSFUN IN ('A', 'F')
                       OR  (STATUSFUN = 'D' AND :WK-RATEIO-VAZIO = 'S'))
               END-EXEC

               PERFORM TRATA-SQLCODE
