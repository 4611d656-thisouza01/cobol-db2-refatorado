       COPY CPYSQLMSG.
      *
       01   WK-CODFUN-SEQ.
           05  WK-CODFUN-SEQ-BASE      PIC 9(06)     VALUE ZEROS.
           05  WK-CODFUN-SEQ-VERIF     PIC 9          VALUE ZERO.
       77   WK-CODFUN-DUP              PIC X(07)     VALUE SPACES.
       77   WK-EMAIL-DUPLICADO         PIC X         VALUE 'N'.
           88  EMAIL-JA-CADASTRADO                   VALUE 'S'.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-CONTRATO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==CONTRATO-VALIDO==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-REQUISICAO-VALIDA==
                                   ==CAMPO-VALIDO== BY
                                       ==REQUISICAO-VALIDA==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-ESTAGIO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==ESTAGIO-VALIDO==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-DOCUMENTOS-VALIDOS==
                                   ==CAMPO-VALIDO== BY
                                       ==DOCUMENTOS-VALIDOS==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-CHECKLIST-ABERTO==
                                   ==CAMPO-VALIDO== BY
                                       ==CHECKLIST-ABERTO==.
       77   WK-DOCS-PENDENTES          PIC X(30)     VALUE SPACES.
       77   WK-NUMREQ                  PIC 9(06)     VALUE ZEROS.
       77   DB2-NASCFUN                PIC X(11)     VALUE SPACES.
      *   CARGOFUN AINDA NAO CONSTA DO DCLGEN BOOKFUNC - HOST
      *   VARIABLE DECLARADA LOCALMENTE, COMO FEITO COM NASCFUN.
       77   DB2-CARGOFUN               PIC X(04)     VALUE SPACES.
       77   DB2-GESTOR                 PIC X(07)     VALUE SPACES.
       77   DB2-BANCOFUN               PIC X(03)     VALUE SPACES.
       77   DB2-AGENCIAFUN             PIC X(04)     VALUE SPACES.
       77   DB2-CONTAFUN               PIC X(08)     VALUE SPACES.
           88  SINDICATO-VALIDO                      VALUE 'S'.
       77   WK-COTA-VALIDA             PIC X         VALUE 'N'.
           88  COTA-VALIDA                           VALUE 'S'.
      *   Sexo (F/M) - obrigatorio na inclusao; base do RELIGUAL,
      *   o relatorio semestral de transparencia salarial.
       77   DB2-SEXOFUN                PIC X(01)     VALUE SPACES.
       77   WK-SEXO-VALIDO             PIC X         VALUE 'N'.
           88  SEXO-VALIDO                           VALUE 'F' 'M'.
       77   DB2-TIPOCONTR              PIC X(01)     VALUE SPACES.
       77   DB2-FIMCONTR               PIC X(11)     VALUE SPACES.
       01   WK-FIMCONTR-PARTES.
       01   WK-DATA-ATUAL-CONTR.
           05  WK-HOJE-AAAAMMDD        PIC 9(08).
           05  FILLER                  PIC X(13).
       77   WK-CODFUN-CPF-DUP          PIC X(07)     VALUE SPACES.
       77   WK-CPF-DUPLICADO           PIC X         VALUE 'N'.
           88  CPF-JA-CADASTRADO                     VALUE 'S'.
       77   WK-CODFUN-READMISSAO       PIC X(07)     VALUE SPACES.
       77   WK-CPF-DESLIGADO           PIC X         VALUE 'N'.
           88  CPF-DE-DESLIGADO                      VALUE 'S'.
       77   WK-STATUS-EXISTENTE        PIC X         VALUE SPACES.
       77   WK-FUNCIONARIO-DESLIGADO   PIC X         VALUE 'N'.
           88  FUNCIONARIO-DESLIGADO                 VALUE 'S'.
       77   WK-CODIGOS-DEPTO-VALIDOS   PIC X(80)     VALUE SPACES.
       77   WK-SALARIO-EDIT            PIC ZZZ.ZZ9,99 VALUE ZEROS.
      *
       LINKAGE                       SECTION.
       01  LK-ACCEPT.
              05 LK-FUNCAO-ACCEPT       PIC X.
              05 LK-CODFUN-ACCEPT       PIC X(7).
              05 LK-NOMEFUN-ACCEPT      PIC X(30).
              05 LK-SALARIOFUN-ACCEPT   PIC 9(6)V99.
              05 LK-DEPTOFUN-ACCEPT     PIC X(3).
              05 LK-ADMISSFUN-ACCEPT    PIC X(11).
              05 LK-IDADEFUN-ACCEPT     PIC 99.
              05 LK-CARGOFUN-ACCEPT     PIC X(4).
              05 LK-GESTOR-ACCEPT       PIC X(7).
              05 LK-TIPOCONTR-ACCEPT    PIC X(1).
              05 LK-FIMCONTR-ACCEPT     PIC X(11).
       01   LK-COMPL-ACCEPT.
           05  LK-PCD-ACCEPT           PIC X(01).
           05  LK-APRENDIZ-ACCEPT      PIC X(01).
           05  LK-SINDFUN-ACCEPT       PIC X(03).
           05  LK-NUMREQ-ACCEPT        PIC X(06).
           05  LK-SEXO-ACCEPT          PIC X(01).
       01   LK-ENDERECO-ACCEPT.
           05  LK-LOGRA-ACCEPT         PIC X(30).
           05  LK-NUMERO-ACCEPT        PIC X(06).
           05  LK-CEP-ACCEPT           PIC X(08).
       COPY CPYSTAT.
       COPY CPYMODO.
       COPY CPYMSGRT.
      *
       PROCEDURE                     DIVISION USING LK-ACCEPT,
                                                    LK-COMPL-ACCEPT,
                                                    LK-ENDERECO-ACCEPT,
                                                    LK-STATUS-RETORNO,
                                                    LK-MODO-EXECUCAO,
                                                    LK-MENSAGEM-RETORNO.
      * Tratamento de SQLCODE 
       COPY SQLTREAT.                                             
      * Grava historico de alteracao
      *
       INCLUI-FUNCIONARIO.
           SET TRANSACAO-FALHOU TO TRUE.
           MOVE SPACES TO LK-MENSAGEM-RETORNO.
      *   CODFUN EM BRANCO NO SYSIN: GERA O PROXIMO CODIGO PELA
      *   SEQUENCE DO DB2 EM VEZ DE EXIGIR QUE O DECK TRAGA UM. UM
      *   CODFUN GERADO JA SAI COM O DIGITO VERIFICADOR CORRETO, POR
              WHEN OTHER
                  MOVE 'N' TO WK-COTA-VALIDA
          END-EVALUATE.
      *   SEXO E OBRIGATORIO: SEM ELE O FUNCIONARIO FICARIA FORA DO
      *   RELATORIO DE TRANSPARENCIA SALARIAL (RELIGUAL).
          MOVE LK-SEXO-ACCEPT       TO WK-SEXO-VALIDO
                                       DB2-SEXOFUN.
      *   A IDADE INFORMADA NAO E MAIS GRAVADA DIRETO NO CADASTRO -
      *   FICARIA DESATUALIZADA COM O TEMPO. EM VEZ DISSO, MONTA-SE
      *   UMA DATA DE NASCIMENTO (NASCFUN) A PARTIR DELA, E A IDADE

          CALL "VALSALAR" USING LK-SALARIOFUN-ACCEPT,
                                LK-CARGOFUN-ACCEPT,
                                LK-SINDFUN-ACCEPT,
                                WK-SALARIO-VALIDO.

      *   CARGO E OPCIONAL NO DECK (CADASTRO ANTERIOR AOS CARGOS
      *   EFETIVO (BRANCO OU E) NAO PODE TRAZER DATA DE FIM.
          PERFORM VALIDA-CONTRATO.

      *   ESTAGIO (G) TEM PRAZO MAXIMO LEGAL DE 2 ANOS A PARTIR DA
      *   ADMISSAO - OS DEMAIS TIPOS PASSAM DIRETO NO VALESTAG.
          CALL "VALESTAG" USING LK-TIPOCONTR-ACCEPT,
                                LK-ADMISSFUN-ACCEPT,
                                LK-FIMCONTR-ACCEPT,
                                WK-ESTAGIO-VALIDO.

      *   O DEPARTAMENTO PRECISA EXISTIR ANTES DE CONFERIR VAGA -
      *   CASO CONTRARIO, VALVAGA SO ENXERGARIA "SEM VAGA" E A
      *   MENSAGEM FICARIA CONFUSA PARA UM DEPARTAMENTO INEXISTENTE.
      *   NO LIMITE DE VAGAS CADASTRADO.
          CALL "VALVAGA" USING LK-DEPTOFUN-ACCEPT, WK-VAGA-DISPONIVEL.

      *   TODA ADMISSAO PRECISA DE UMA REQUISICAO DE VAGA APROVADA E
      *   ABERTA (MANREQ) DO MESMO DEPARTAMENTO E CARGO, COM O
      *   SALARIO DENTRO DA FAIXA - VAGA LIVRE NO LIMITE NAO BASTA.
          CALL "VALREQ" USING LK-NUMREQ-ACCEPT, LK-DEPTOFUN-ACCEPT,
                              LK-CARGOFUN-ACCEPT, LK-SALARIOFUN-ACCEPT,
                              WK-REQUISICAO-VALIDA.

      *   CARGO QUE EXIGE REGISTRO PROFISSIONAL, HABILITACAO OU
      *   AUTORIZACAO DE TRABALHO (EAD719.DOCCARGO) SO ADMITE QUEM JA
      *   TEM O DOCUMENTO CADASTRADO NO CODFUN (MANDOCUM) E DENTRO DA
      *   VALIDADE.
          IF   LK-CARGOFUN-ACCEPT   = SPACES
              SET DOCUMENTOS-VALIDOS TO TRUE
          ELSE
              CALL "VALDOCUM" USING DB2-CODFUN,
                                    LK-CARGOFUN-ACCEPT,
                                    WK-DOCS-PENDENTES,
                                    WK-DOCUMENTOS-VALIDOS
          END-IF.

          IF   NOT CAMPOS-VALIDO
              STRING 'FUNCIONARIO ' LK-CODFUN-ACCEPT
                     ' COM CAMPO OBRIGATORIO EM BRANCO!'
                     DELIMITED BY SIZE
                     INTO LK-MENSAGEM-RETORNO
              END-STRING
          ELSE
          IF   NOT COTA-VALIDA
              STRING 'INDICADOR PCD/APRENDIZ DO FUNCIONARIO '
                     LK-CODFUN-ACCEPT ' INVALIDO - USE S OU N!'
                     DELIMITED BY SIZE
                     INTO LK-MENSAGEM-RETORNO
              END-STRING
          ELSE
          IF   NOT SEXO-VALIDO
              STRING 'SEXO DO FUNCIONARIO ' LK-CODFUN-ACCEPT
                     ' INVALIDO OU EM BRANCO - USE F OU M!'
                     DELIMITED BY SIZE
                     INTO LK-MENSAGEM-RETORNO
              END-STRING
          ELSE
          IF   NOT SINDICATO-VALIDO
              STRING 'SINDICATO ' LK-SINDFUN-ACCEPT ' NAO EXISTE '
                     'NO CADASTRO DE SINDICATOS!'
                     DELIMITED BY SIZE
                     INTO LK-MENSAGEM-RETORNO
              END-STRING
          ELSE
          IF   NOT CODFUN-VALIDO
              STRING 'CODFUN ' LK-CODFUN-ACCEPT
                     ' INVALIDO - CONFIRA O DIGITO VERIFICADOR!'
                     DELIMITED BY SIZE
                     INTO LK-MENSAGEM-RETORNO
              END-STRING
          ELSE
          IF   NOT NOME-VALIDO
              STRING 'NOME ' LK-NOMEFUN-ACCEPT
                     ' INVALIDO - CARACTER NAO RECONHECIDO!'
                     DELIMITED BY SIZE
                     INTO LK-MENSAGEM-RETORNO
              END-STRING
          ELSE
          IF   NOT EMAIL-VALIDO
              STRING 'EMAIL ' LK-EMAILFUN-ACCEPT ' INVALIDO!'
                     DELIMITED BY SIZE
                     INTO LK-MENSAGEM-RETORNO
              END-STRING
          ELSE
              IF   NOT ADMISSFUN-VALIDA
                  STRING 'DATA DE ADMISSAO ' LK-ADMISSFUN-ACCEPT
                         ' INVALIDA!'
                         DELIMITED BY SIZE
                         INTO LK-MENSAGEM-RETORNO
                  END-STRING
              ELSE
                  IF   NOT IDADE-CONSISTENTE
                      STRING 'IDADE ' LK-IDADEFUN-ACCEPT
                             ' INCOMPATIVEL COM A ADMISSAO INFORMADA!'
                             DELIMITED BY SIZE
                             INTO LK-MENSAGEM-RETORNO
                      END-STRING
                  ELSE
                      IF   WK-SALARIO-VALIDO = 'P'
                          MOVE LK-SALARIOFUN-ACCEPT TO WK-SALARIO-EDIT
                          STRING 'SALARIO ' WK-SALARIO-EDIT
                                 ' ABAIXO DO PISO DA CONVENCAO DO '
                                 'SINDICATO ' LK-SINDFUN-ACCEPT '!'
                                 DELIMITED BY SIZE
                                 INTO LK-MENSAGEM-RETORNO
                          END-STRING
                      ELSE
                      IF   NOT SALARIO-VALIDO
                          MOVE LK-SALARIOFUN-ACCEPT TO WK-SALARIO-EDIT
                          STRING 'SALARIO ' WK-SALARIO-EDIT
                                 ' FORA DA FAIXA PERMITIDA!'
                                 DELIMITED BY SIZE
                                 INTO LK-MENSAGEM-RETORNO
                          END-STRING
                      ELSE
                      IF   NOT CARGO-VALIDO
                          STRING 'CARGO ' LK-CARGOFUN-ACCEPT
                                 ' NAO EXISTE NO CADASTRO DE CARGOS!'
                                 DELIMITED BY SIZE
                                 INTO LK-MENSAGEM-RETORNO
                          END-STRING
                      ELSE
                      IF   NOT GESTOR-VALIDO
                          STRING 'GESTOR ' LK-GESTOR-ACCEPT
                                 ' INVALIDO (INEXISTENTE, INATIVO '
                                 'OU CRIARIA CICLO)!'
                                 DELIMITED BY SIZE
                                 INTO LK-MENSAGEM-RETORNO
                          END-STRING
                      ELSE
                      IF   NOT BANCO-VALIDO
                          STRING 'DADOS BANCARIOS INVALIDOS PARA O '
                                 'FUNCIONARIO ' LK-CODFUN-ACCEPT '!'
                                 DELIMITED BY SIZE
                                 INTO LK-MENSAGEM-RETORNO
                          END-STRING
                      ELSE
                      IF   NOT CPF-VALIDO
                          STRING 'CPF ' LK-CPF-ACCEPT ' INVALIDO - '
                                 'CONFIRA OS DIGITOS VERIFICADORES!'
                                 DELIMITED BY SIZE
                                 INTO LK-MENSAGEM-RETORNO
                          END-STRING
                      ELSE
                      IF   NOT ENDERECO-VALIDO
                          STRING 'ENDERECO DO FUNCIONARIO '
                                 LK-CODFUN-ACCEPT ' INVALIDO - '
                                 'CONFIRA UF E CEP!'
                                 DELIMITED BY SIZE
                                 INTO LK-MENSAGEM-RETORNO
                          END-STRING
                      ELSE
                      IF   NOT EMPRESA-VALIDA
                          STRING 'EMPRESA ' LK-EMPRESA-ACCEPT
                                 ' NAO EXISTE NO CADASTRO DE '
                                 'EMPRESAS!'
                                 DELIMITED BY SIZE
                                 INTO LK-MENSAGEM-RETORNO
                          END-STRING
                      ELSE
                      IF   NOT CONTRATO-VALIDO
                          STRING 'CONTRATO DO FUNCIONARIO '
                                 LK-CODFUN-ACCEPT ' INVALIDO - '
                                 'TIPO COM PRAZO EXIGE DATA DE FIM '
                                 'FUTURA; EFETIVO NAO A ADMITE!'
                                 DELIMITED BY SIZE
                                 INTO LK-MENSAGEM-RETORNO
                          END-STRING
                      ELSE
                      IF   NOT ESTAGIO-VALIDO
                          STRING 'ESTAGIO DO FUNCIONARIO '
                                 LK-CODFUN-ACCEPT ' EXCEDE O PRAZO '
                                 'MAXIMO DE 2 ANOS DA ADMISSAO!'
                                 DELIMITED BY SIZE
                                 INTO LK-MENSAGEM-RETORNO
                          END-STRING
                      ELSE
                      IF   NOT DEPTO-VALIDO
      *                   LISTA OS CODIGOS DE DEPARTAMENTO CADASTRADOS
      *                   TABELA DE DEPARTAMENTOS A PARTE.
                          CALL "LISTADEPT" USING
                              WK-CODIGOS-DEPTO-VALIDOS
                          STRING 'DEPARTAMENTO ' LK-DEPTOFUN-ACCEPT
                                 ' NAO EXISTE! DEPARTAMENTOS '
                                 'CADASTRADOS: '
                                 WK-CODIGOS-DEPTO-VALIDOS
                                 DELIMITED BY SIZE
                                 INTO LK-MENSAGEM-RETORNO
                          END-STRING
                      ELSE
                      IF   NOT VAGA-DISPONIVEL
                          STRING 'DEPARTAMENTO ' LK-DEPTOFUN-ACCEPT
                                 ' SEM VAGA DISPONIVEL!'
                                 DELIMITED BY SIZE
                                 INTO LK-MENSAGEM-RETORNO
                          END-STRING
                      ELSE
                      IF   NOT REQUISICAO-VALIDA
                          STRING 'REQUISICAO DE VAGA '
                                 LK-NUMREQ-ACCEPT ' NAO ESTA ABERTA '
                                 'PARA O DEPARTAMENTO '
                                 LK-DEPTOFUN-ACCEPT ' E CARGO '
                                 LK-CARGOFUN-ACCEPT ' OU SALARIO '
                                 'FORA DA FAIXA APROVADA!'
                                 DELIMITED BY SIZE
                                 INTO LK-MENSAGEM-RETORNO
                          END-STRING
                      ELSE
                      IF   NOT DOCUMENTOS-VALIDOS
                          STRING 'CARGO ' LK-CARGOFUN-ACCEPT
                                 ' EXIGE DOCUMENTO(S) AUSENTE(S) OU '
                                 'VENCIDO(S) PARA O FUNCIONARIO '
                                 DB2-CODFUN ': ' WK-DOCS-PENDENTES
                                 DELIMITED BY SIZE
                                 INTO LK-MENSAGEM-RETORNO
                          END-STRING
                      ELSE
                          PERFORM VERIFICA-FUNCIONARIO-DESLIGADO
                          PERFORM VERIFICA-CPF-CADASTRADO

                          IF   FUNCIONARIO-DESLIGADO
                              STRING 'FUNCIONARIO ' DB2-CODFUN
                                  ' JA EXISTE, MAS CONSTA DESLIGADO '
                                  'DESDE ' WK-DATADESLIG-EXISTENTE
                                  ' - READMISSAO NAO PODE SER FEITA '
                                  'POR UMA NOVA INCLUSAO!'
                                  DELIMITED BY SIZE
                                  INTO LK-MENSAGEM-RETORNO
                              END-STRING
                          ELSE
                          IF   CPF-DE-DESLIGADO
                              STRING 'CPF ' LK-CPF-ACCEPT
                                  ' PERTENCE AO EX-FUNCIONARIO '
                                  WK-CODFUN-READMISSAO
                                  ' - TRATA-SE DE READMISSAO, NAO '
                                  'DE CADASTRO NOVO!'
                                  DELIMITED BY SIZE
                                  INTO LK-MENSAGEM-RETORNO
                              END-STRING
                          ELSE
                          IF   CPF-JA-CADASTRADO
                              STRING 'CPF ' LK-CPF-ACCEPT
                                  ' JA PERTENCE AO FUNCIONARIO '
                                  WK-CODFUN-CPF-DUP '!'
                                  DELIMITED BY SIZE
                                  INTO LK-MENSAGEM-RETORNO
                              END-STRING
                          ELSE
      *                   Conta quantidade de caracteres e atualiza
      *                   DB2-EMAILFUN-LEN.
                          PERFORM VERIFICA-EMAIL-DUPLICADO

                          IF   EMAIL-JA-CADASTRADO
                              STRING 'EMAIL ' DB2-EMAILFUN-TEXT
                                  ' JA CADASTRADO PARA O FUNCIONARIO '
                                      WK-CODFUN-DUP '!'
                                     DELIMITED BY SIZE
                                     INTO LK-MENSAGEM-RETORNO
                              END-STRING
                          ELSE
                              IF  MODO-VALIDACAO
                                  SET TRANSACAO-OK TO TRUE
                                  STRING 'FUNCIONARIO ' DB2-CODFUN
                                         ' VALIDADO COM SUCESSO - '
                                         'MODO VALIDACAO, NADA GRAVADO'
                                         DELIMITED BY SIZE
                                         INTO LK-MENSAGEM-RETORNO
                                  END-STRING
                              ELSE
                              MOVE ZERO TO WK-SQL-TENTATIVA
                              MOVE 'RETRY-TRANSITORIO' TO WK-SQL-STATUS
                                         UFFUN, CEPFUN, SITPROBAT,
                                         EMPRESAFUN, TIPOCONTR,
                                         FIMCONTR, PCDFUN, APRENDIZ,
                                         SINDFUN, SEXOFUN)
                                     VALUES(  :DB2-CODFUN,
                                              :DB2-NOMEFUN,
                                              :DB2-SALARIOFUN,
                                              :DB2-FIMCONTR,
                                              :DB2-PCDFUN,
                                              :DB2-APRENDIZ,
                                              :DB2-SINDFUN,
                                              :DB2-SEXOFUN)
                                  END-EXEC

                                  PERFORM TRATA-SQLCODE
                              END-PERFORM

                              IF   WK-SQL-STATUS = 'SUCESSO'
                                  PERFORM MARCA-REQUISICAO-PREENCHIDA
                              END-IF

                              IF   WK-SQL-STATUS = 'SUCESSO'
                                  PERFORM ABRE-CHECKLIST-ADMISSAO
                              END-IF

                              EVALUATE WK-SQL-STATUS
                                  WHEN 'SUCESSO'
      *                               A PROPRIA INCLUSAO GERA UMA
                                      MOVE DB2-ADMISSFUN
                                        TO DB2-HIST-NOVO
                                      PERFORM GRAVA-HISTORICO
      *                               O SEXO DA ADMISSAO JA FICA NO
      *                               HISTORICO, COMO AS MUDANCAS
      *                               FEITAS DEPOIS PELO ALTSEXO.
                                      MOVE 'SEXOFUN'
                                        TO DB2-HIST-CAMPO
                                      MOVE DB2-SEXOFUN
                                        TO DB2-HIST-NOVO
                                      PERFORM GRAVA-HISTORICO
                                      MOVE DB2-CODFUN
                                        TO DB2-NOT-CODFUN
                                      MOVE 'H' TO DB2-NOT-EVENTO
                                      PERFORM GRAVA-NOTIFICACAO
                                      EXEC SQL COMMIT END-EXEC
                                      SET TRANSACAO-OK TO TRUE
                                      STRING 'FUNCIONARIO ' DB2-CODFUN
                                             ' INCLUIDO COM SUCESSO!'
                                             DELIMITED BY SIZE
                                             INTO LK-MENSAGEM-RETORNO
                                      END-STRING
                                  WHEN 'JA-EXISTE'
                                      STRING 'FUNCIONARIO ' DB2-CODFUN
                                             ' JA EXISTE!'
                                             DELIMITED BY SIZE
                                             INTO LK-MENSAGEM-RETORNO
                                      END-STRING
                                  WHEN 'REQ-PREENCHIDA'
                                      EXEC SQL ROLLBACK END-EXEC
                                      STRING 'REQUISICAO '
                                             LK-NUMREQ-ACCEPT
                                             ' JA PREENCHIDA - '
                                             'FUNCIONARIO '
                                             DB2-CODFUN
                                             ' NAO INCLUIDO!'
                                             DELIMITED BY SIZE
                                             INTO LK-MENSAGEM-RETORNO
                                      END-STRING
                                  WHEN 'CHECKLIST-FALHOU'
                                      EXEC SQL ROLLBACK END-EXEC
                                      STRING 'LISTA DE DOCUMENTOS DE '
                                             'ADMISSAO NAO ABERTA - '
                                             'FUNCIONARIO '
                                             DB2-CODFUN
                                             ' NAO INCLUIDO!'
                                             DELIMITED BY SIZE
                                             INTO LK-MENSAGEM-RETORNO
                                      END-STRING
                                  WHEN 'FK-INVALIDA'
                                      CALL "LISTADEPT" USING
                                          WK-CODIGOS-DEPTO-VALIDOS
                                      STRING 'DEPARTAMENTO '
                                             DB2-DEPTOFUN
                                             ' NAO EXISTE! '
                                             'DEPARTAMENTOS '
                                             'CADASTRADOS: '
                                             WK-CODIGOS-DEPTO-VALIDOS
                                             DELIMITED BY SIZE
                                             INTO LK-MENSAGEM-RETORNO
                                      END-STRING
                                  WHEN 'NAO-ENCONTRADO'
                                      STRING
                                          'ERRO NA VALIDACAO DOS DADOS'
                                          DELIMITED BY SIZE
                                          INTO LK-MENSAGEM-RETORNO
                                      END-STRING
                                  WHEN 'ERRO-TRANSITORIO'
                                      EXEC SQL ROLLBACK END-EXEC
                                      STRING 'FUNCIONARIO ' DB2-CODFUN
                                             ' NAO INCLUIDO - TENTE '
                                             'NOVAMENTE MAIS TARDE'
                                             DELIMITED BY SIZE
                                             INTO LK-MENSAGEM-RETORNO
                                      END-STRING
                                  WHEN OTHER
                                      CONTINUE
                              END-EVALUATE
                      END-IF
                      END-IF
                      END-IF
                      END-IF
                      END-IF
                      END-IF
                      END-IF
                  END-IF
              END-IF
          END-IF
          END-IF
          END-IF
          END-IF
          END-IF
          END-IF.
      *   O MOTIVO DA RECUSA (OU A CONFIRMACAO) VAI PARA O LOG E
      *   VOLTA AO CHAMADOR, QUE PODE REPASSA-LO A QUEM ENVIOU A
      *   ADMISSAO.
          IF   LK-MENSAGEM-RETORNO   NOT = SPACES
              DISPLAY LK-MENSAGEM-RETORNO
          END-IF.
      *
       VERIFICA-FUNCIONARIO-DESLIGADO.
               FROM EAD719.FUNCIONARIOS
              WHERE CODFUN = :DB2-CODFUN
          END-EXEC.
      *   O DESLIGADO HA MAIS TEMPO JA FOI MOVIDO PELO ARQFUNC PARA
      *   O CADASTRO DE EX-FUNCIONARIOS - O CODFUN CONTINUA DELE.
          IF   SQLCODE                 = 100
              EXEC SQL
                 SELECT STATUSFUN, DATADESLIG
                   INTO :WK-STATUS-EXISTENTE, :WK-DATADESLIG-EXISTENTE
                   FROM EAD719.FUNCIONARIOS_EX
                  WHERE CODFUN = :DB2-CODFUN
              END-EXEC
          END-IF.
          IF   SQLCODE                 = 0
          AND  WK-STATUS-EXISTENTE     = 'D'
              SET FUNCIONARIO-DESLIGADO TO TRUE
                  WHERE CPFFUN = :DB2-CPFFUN
                    AND STATUSFUN = 'D'
              END-EXEC
              IF   SQLCODE              = 100
                  EXEC SQL
                     SELECT CODFUN INTO :WK-CODFUN-READMISSAO
                       FROM EAD719.FUNCIONARIOS_EX
                      WHERE CPFFUN = :DB2-CPFFUN
                  END-EXEC
              END-IF
              IF   SQLCODE              = 0
                  SET CPF-DE-DESLIGADO TO TRUE
              END-IF
                INTO :WK-CODFUN-SEQ-BASE
          END-EXEC.
          CALL "CALCDIG" USING WK-CODFUN-SEQ-BASE, WK-CODFUN-SEQ-VERIF.
          MOVE WK-CODFUN-SEQ        TO DB2-CODFUN.
      *
       MARCA-REQUISICAO-PREENCHIDA.
      *   A REQUISICAO CONFERIDA PELO VALREQ FICA PREENCHIDA COM O
      *   CODFUN NA MESMA UNIDADE DE TRABALHO DA INCLUSAO. SE OUTRA
      *   ADMISSAO A PREENCHEU NESSE MEIO TEMPO, A INCLUSAO E
      *   DESFEITA.
          MOVE LK-NUMREQ-ACCEPT     TO WK-NUMREQ.
          EXEC SQL
             UPDATE EAD719.REQVAGA
                SET SITUACAO   = 'P',
                    CODFUN     = :DB2-CODFUN,
                    DATAENCERR = CURRENT DATE
              WHERE NUMREQ   = :WK-NUMREQ
                AND SITUACAO = 'A'
          END-EXEC.
          IF   SQLCODE              NOT = 0
              MOVE 'REQ-PREENCHIDA' TO WK-SQL-STATUS
          END-IF.
      *
       ABRE-CHECKLIST-ADMISSAO.
      *   A LISTA DE DOCUMENTOS DE ADMISSAO (CARTEIRA DE TRABALHO,
      *   PIS, ASO, CONTRATO, CONTA) ABRE NA MESMA UNIDADE DE
      *   TRABALHO DA INCLUSAO, CONFORME O TIPO DE CONTRATO E O
      *   CARGO (ABRDOCAD). SEM A LISTA, A INCLUSAO E DESFEITA - A
      *   FOLHA NAO TERIA COMO APONTAR O QUE FALTA.
          CALL "ABRDOCAD" USING DB2-CODFUN, DB2-TIPOCONTR,
                                DB2-CARGOFUN, WK-CHECKLIST-ABERTO.
          IF   NOT CHECKLIST-ABERTO
              MOVE 'CHECKLIST-FALHOU' TO WK-SQL-STATUS
          END-IF.
