      * QUE METADE DA EMPRESA SUMIU DO EXTRATO NAO     *
      * PASSA MAIS DESPERCEBIDO.                       *
      *                                                *
      * DOCUMENTOS DE ADMISSAO: FUNCIONARIO COM ITEM   *
      * OBRIGATORIO DA LISTA DE ADMISSAO (MANDOCAD)    *
      * PENDENTE HA MAIS DE NNN DIAS (PADRAO 30) SAI   *
      * LISTADO NO SYSOUT; COM DOCSEG EM VEZ DE DOCADM *
      * ELE TAMBEM FICA FORA DO EXTRATO ATE REGULARIZAR*
      *                                                *
      * PARM='EMPRESA=XXX VARMAX=NN LIBERAR DOCADM=NNN'*
      * (TODAS AS PALAVRAS OPCIONAIS, NESSAS POSICOES; *
      * DOCSEG=NNN NO LUGAR DE DOCADM=NNN SEGURA).     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  ARQ-EXTRATO.
       01  REG-EXTRATO.
           05  RE-CODFUN            PIC X(07).
           05  RE-NOMEFUN           PIC X(30).
           05  RE-DEPTOFUN          PIC X(03).
           05  RE-SALARIOFUN        PIC 9(07)V99.
      *    CONFIRMACAO DO CONSUMIDOR.
       77  WK-HASH-SAIDA             PIC 9(13)       VALUE ZEROS.
       77  WK-QTDE-LINHAS            PIC 9(07)       VALUE ZEROS.
       77  WK-CODFUN-NUM-HASH        PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-REENVIADA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RATEADA           PIC 9(05)       VALUE ZEROS.
      *    RATEIO DO FUNCIONARIO CORRENTE.
      *    MARCA DE REJEICAO DO CICLO ANTERIOR (GRAVADA PELO
      *    RETFOLHA) - AINDA FORA DO DCLGEN BOOKFUNC.
       77  DB2-FOLHAREJ              PIC X(01)       VALUE SPACES.
      *    DOCUMENTOS DE ADMISSAO PENDENTES (VALDOCAD).
       77  WK-DOCADM-DIAS            PIC 9(03)       VALUE 30.
       77  WK-DOCADM-SEGURA          PIC X(01)       VALUE 'N'.
           88  SEGURA-DOC-PENDENTE                   VALUE 'S'.
       77  WK-ITENS-PENDENTES        PIC X(30)       VALUE SPACES.
       77  WK-QTDE-DOC-PENDENTE      PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-DOC-SEGURADA      PIC 9(05)       VALUE ZEROS.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-ADMISSAO-DOCUMENTADA==
                                   ==CAMPO-VALIDO== BY
                                       ==ADMISSAO-DOCUMENTADA==.
      *
      *
       LINKAGE SECTION.
                DISPLAY 'LIBERACAO CONSCIENTE: A TRAVA DE VARIACAO '
                        'NAO SEGURA ESTE EXTRATO'
             END-IF
             IF  (LK-PARM-TEXTO(31:7) = 'DOCADM='
                  OR LK-PARM-TEXTO(31:7) = 'DOCSEG=')
                 AND LK-PARM-TEXTO(38:3) IS NUMERIC
                MOVE LK-PARM-TEXTO(38:3) TO WK-DOCADM-DIAS
                IF  LK-PARM-TEXTO(31:7) = 'DOCSEG='
                   SET SEGURA-DOC-PENDENTE TO TRUE
                   DISPLAY 'DOCUMENTOS DE ADMISSAO PENDENTES HA MAIS '
                           'DE ' WK-DOCADM-DIAS ' DIA(S) SEGURAM O '
                           'FUNCIONARIO FORA DO EXTRATO'
                END-IF
             END-IF
          END-IF.
          OPEN OUTPUT ARQ-EXTRATO.
          MOVE SPACES             TO REG-EXTRATO.
                       :DB2-DEPTOFUN, :DB2-ADMISSFUN, :DB2-FOLHAREJ
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 205-CONFERE-DOC-ADMISSAO
                IF   ADMISSAO-DOCUMENTADA
                     OR NOT SEGURA-DOC-PENDENTE
                   PERFORM 210-GRAVA-REGISTRO
                END-IF
             END-IF
          END-PERFORM.
      *
       205-CONFERE-DOC-ADMISSAO.
      *    ITEM OBRIGATORIO DA LISTA DE ADMISSAO PENDENTE ALEM DO
      *    PRAZO E APONTADO; COM DOCSEG, O FUNCIONARIO FICA FORA
      *    DO EXTRATO (E DOS TOTAIS DA TRAVA DE VARIACAO).
          CALL "VALDOCAD" USING DB2-CODFUN, WK-DOCADM-DIAS,
                                WK-ITENS-PENDENTES,
                                WK-ADMISSAO-DOCUMENTADA.
          IF   NOT ADMISSAO-DOCUMENTADA
             ADD 1 TO WK-QTDE-DOC-PENDENTE
             IF   SEGURA-DOC-PENDENTE
                ADD 1 TO WK-QTDE-DOC-SEGURADA
                DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' SEGURADO FORA DO '
                        'EXTRATO - DOCUMENTOS DE ADMISSAO PENDENTES: '
                        WK-ITENS-PENDENTES
             ELSE
                DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' COM DOCUMENTOS '
                        'DE ADMISSAO PENDENTES HA MAIS DE '
                        WK-DOCADM-DIAS ' DIA(S): ' WK-ITENS-PENDENTES
             END-IF
          END-IF.
       *******************************************************
       210-GRAVA-REGISTRO.
      *    SEM RATEIO CADASTRADO, SAI UMA LINHA UNICA COM O SALARIO
                  'REJEICAO DA FOLHA'.
          DISPLAY WK-QTDE-RATEADA ' FUNCIONARIO(S) COM SALARIO '
                  'RATEADO POR CENTRO DE CUSTO'.
          DISPLAY WK-QTDE-DOC-PENDENTE ' FUNCIONARIO(S) COM '
                  'DOCUMENTOS DE ADMISSAO PENDENTES, '
                  WK-QTDE-DOC-SEGURADA ' SEGURADO(S) FORA DO EXTRATO'.
          EXIT.
       *******************************************************
       910-LIMPA-MARCA-REENVIO.
