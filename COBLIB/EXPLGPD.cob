      * (FUNCIONARIOS), HISTORICO (FUNCIONARIOS_HIST), *
      * AUDITORIA (AUDITFUN), DEPENDENTES, BENEFICIOS, *
      * AFASTAMENTOS, FERIAS E PROGRAMACOES            *
      * (FERIAS/FERIASPROG), RATEIOS (RATEIOCC) E QUEM *
      * CONSULTOU O SALARIO, O CPF OU A CONTA DA       *
      * PESSOA (ACESSOSENS) - E                        *
      * FECHA COM O SUMARIO DE COMPLETUDE (LINHAS      *
      * ENCONTRADAS POR TABELA) PARA O ENCARREGADO DE  *
      * PRIVACIDADE ATESTAR QUE NADA FICOU DE FORA.    *
      * A PROPRIA EXPORTACAO EXIBE ESSES CAMPOS E FICA *
      * REGISTRADA EM ACESSOSENS (APARECE NA PROXIMA). *
      * O EX-FUNCIONARIO JA MOVIDO PELO ARQFUNC E      *
      * PROCURADO TAMBEM NO CADASTRO DE                *
      * EX-FUNCIONARIOS (FUNCIONARIOS_EX), PELO CODFUN *
      * OU PELO CPF.                                   *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR PEDIDO):     *
      *   CHAVE X(01)  C=CODFUN F=CPF                  *
       COPY CPYHIST.
       COPY CPYAUDIT.
       COPY CPYSQLMSG.
       COPY CPYSENS.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-QTDE-FERIAS            PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-FERIASPROG        PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RATEIOS           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ACESSOS           PIC 9(05)       VALUE ZEROS.
      *
       77  WK-DATAHORA               PIC X(26)       VALUE SPACES.
       77  WK-DATA-TEXTO             PIC X(10)       VALUE SPACES.
                WHERE CODFUN = :DB2-CODFUN
                ORDER BY CCUSTO
       END-EXEC.
       EXEC SQL
           DECLARE CUR-ACESSO CURSOR FOR
               SELECT CHAR(DATAHORA), USERID, PROGRAMA, CAMPOS
                 FROM EAD719.ACESSOSENS
                WHERE CODFUN = :DB2-CODFUN
                ORDER BY DATAHORA
       END-EXEC.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
          MOVE SPACES TO DB2-CODFUN.
          EVALUATE RS-CHAVE
             WHEN 'C'
                MOVE RS-VALOR(1:7) TO DB2-CODFUN
             WHEN 'F'
                MOVE RS-VALOR TO DB2-CPFFUN
                EXEC SQL
                     FROM EAD719.FUNCIONARIOS
                    WHERE CPFFUN = :DB2-CPFFUN
                END-EXEC
                IF   SQLCODE = 100
                   EXEC SQL
                      SELECT CODFUN
                        INTO :DB2-CODFUN
                        FROM EAD719.FUNCIONARIOS_EX
                       WHERE CPFFUN = :DB2-CPFFUN
                   END-EXEC
                END-IF
                IF   SQLCODE NOT = 0
                   MOVE SPACES TO DB2-CODFUN
                   DISPLAY 'CPF ' RS-VALOR ' NAO ENCONTRADO NO '
                        WK-QTDE-AUDITORIA WK-QTDE-DEPENDENTES
                        WK-QTDE-BENEFICIOS WK-QTDE-AFASTAMENTOS
                        WK-QTDE-FERIAS WK-QTDE-FERIASPROG
                        WK-QTDE-RATEIOS WK-QTDE-ACESSOS.
          MOVE SPACES TO REG-EXPORTACAO.
          STRING '===== EXPORTACAO LGPD DO TITULAR ' DB2-CODFUN
                 ' ====='
          PERFORM 280-EXPORTA-AFASTAMENTOS.
          PERFORM 285-EXPORTA-FERIAS.
          PERFORM 290-EXPORTA-RATEIOS.
          PERFORM 291-EXPORTA-ACESSOS.
          PERFORM 295-SUMARIO-COMPLETUDE.
      *    A EXPORTACAO MOSTROU SALARIO, CPF E O HISTORICO DA CONTA
      *    AO ENCARREGADO - TAMBEM E UM ACESSO A REGISTRAR.
          IF   WK-QTDE-CADASTRO > ZEROS
             MOVE DB2-CODFUN TO DB2-ACS-CODFUN
             MOVE 'EXPLGPD'  TO DB2-ACS-PROGRAMA
             MOVE 'SALARIOFUN,CPFFUN,CONTABANCO' TO DB2-ACS-CAMPOS
      *       O 291 LEU OS ACESSOS DE OUTROS USUARIOS NESTE CAMPO -
      *       EM BRANCO, O ACESSO E REGISTRADO PARA QUEM RODA O JOB.
             MOVE SPACES     TO DB2-ACS-USERID
             PERFORM GRAVA-ACESSO-SENSIVEL
             EXEC SQL COMMIT END-EXEC
          END-IF.
      *
       230-EXPORTA-CADASTRO.
          MOVE 'CADASTRO (FUNCIONARIOS):' TO REG-EXPORTACAO.
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :DB2-CODFUN
          END-EXEC.
          IF   SQLCODE = 100
             EXEC SQL
                SELECT NOMEFUN, DEPTOFUN, COALESCE(CARGOFUN, ' '),
                       ADMISSFUN, NASCFUN, SALARIOFUN, STATUSFUN,
                       EMAILFUN, COALESCE(CPFFUN, ' ')
                  INTO :DB2-NOMEFUN, :DB2-DEPTOFUN, :DB2-CARGOFUN,
                       :DB2-ADMISSFUN, :DB2-NASCFUN, :DB2-SALARIOFUN,
                       :DB2-STATUSFUN, :DB2-EMAILFUN, :DB2-CPFFUN
                  FROM EAD719.FUNCIONARIOS_EX
                 WHERE CODFUN = :DB2-CODFUN
             END-EXEC
             IF   SQLCODE = 0
                MOVE '  (CADASTRO DE EX-FUNCIONARIOS - FUNCIONARIOS_EX)'
                     TO REG-EXPORTACAO
                WRITE REG-EXPORTACAO
             END-IF
          END-IF.
          IF   SQLCODE = 0
             ADD 1 TO WK-QTDE-CADASTRO
             MOVE DB2-SALARIOFUN TO WK-SALARIO-EDIT
          EXEC SQL
             CLOSE CUR-RATEIO
          END-EXEC.
      *
       291-EXPORTA-ACESSOS.
          MOVE 'ACESSOS A DADOS SENSIVEIS (ACESSOSENS):'
               TO REG-EXPORTACAO.
          WRITE REG-EXPORTACAO.
          EXEC SQL
             OPEN CUR-ACESSO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-ACESSO
                  INTO :WK-DATAHORA, :DB2-ACS-USERID,
                       :DB2-ACS-PROGRAMA, :DB2-ACS-CAMPOS
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-ACESSOS
                MOVE SPACES TO REG-EXPORTACAO
                STRING '  ' WK-DATAHORA(1:19) ' USUARIO '
                       DB2-ACS-USERID ' PROGRAMA ' DB2-ACS-PROGRAMA
                       ' CAMPOS ' DB2-ACS-CAMPOS
                       DELIMITED BY SIZE INTO REG-EXPORTACAO
                END-STRING
                WRITE REG-EXPORTACAO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-ACESSO
          END-EXEC.
      *
       295-SUMARIO-COMPLETUDE.
      *    O SUMARIO E A PROVA DE COMPLETUDE QUE O ENCARREGADO
                 DELIMITED BY SIZE INTO REG-EXPORTACAO
          END-STRING.
          WRITE REG-EXPORTACAO.
          MOVE SPACES TO REG-EXPORTACAO.
          STRING '  ACESSOSENS ' WK-QTDE-ACESSOS
                 DELIMITED BY SIZE INTO REG-EXPORTACAO
          END-STRING.
          WRITE REG-EXPORTACAO.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-EXPORTACAO.
          DISPLAY 'EXPLGPD: EXPORTACOES GERADAS NO ARQUIVO LGPDEXP'.
          EXIT.
      *
      * Registro de leitura de campo sensivel (ACESSOSENS)
          COPY GRAVACESS.
