      * VALE-TRANSPORTE, PLANO DE SAUDE ETC. ADESAO    *
      * NOVA E RECUSADA SE JA HOUVER OUTRA ATIVA DO    *
      * MESMO BENEFICIO; CANCELAMENTO ENCERRA A ADESAO *
      * ATIVA GRAVANDO A DATA FIM. O CANCELAMENTO      *
      * TAMBEM E ACEITO PARA FUNCIONARIO DESLIGADO - E *
      * POR ELE QUE A VARREDURA VARRFILH ENCERRA O QUE *
      * FICOU ATIVO DEPOIS DO DESLIGAMENTO.            *
      *                                                *
      * EAD719.BENEFICIOS:                             *
      *   CODFUN    X(07)                              *
      *   CODBEN    X(03)                              *
      *   VALORFUNC DEC(7,2)  PARCELA DO FUNCIONARIO   *
      *   DATAINI   X(10)  DD/MM/AAAA                  *
      *
       LINKAGE                       SECTION.
       01  LK-BENEF-TRANS.
           05  LK-BEN-CODFUN         PIC X(07).
           05  LK-BEN-OPERACAO       PIC X(01).
           05  LK-BEN-CODBEN         PIC X(03).
           05  LK-BEN-VALOR          PIC 9(05)V99.
           IF   WK-STATUS-FUNC       NOT = 'A'
            AND WK-STATUS-FUNC       NOT = 'F'
            AND WK-STATUS-FUNC       NOT = 'V'
            AND NOT (WK-STATUS-FUNC  = 'D' AND LK-BEN-OPERACAO = 'C')
               DISPLAY 'FUNCIONARIO ' LK-BEN-CODFUN ' NAO EXISTE OU '
                       'ESTA DESLIGADO - BENEFICIO NAO MANTIDO!'
           ELSE
