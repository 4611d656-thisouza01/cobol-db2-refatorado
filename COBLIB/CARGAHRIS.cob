      * COM HEADER ('0' + DATA + ORIGEM) E TRAILER     *
      * ('9' + QUANTIDADE + HASH DOS CODFUN),          *
      * CONFERIDOS ANTES DE QUALQUER INCLUSAO -        *
      * DIVERGENCIA RECUSA O ARQUIVO INTEIRO. CADA     *
      * ADMISSAO TRAZ A REQUISICAO DE VAGA QUE ELA     *
      * PREENCHE, CONFERIDA E BAIXADA PELO INCLUIR.    *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HRIS.
       01  REG-HRIS                 PIC X(100).
       01  REG-HRIS-HEADER REDEFINES REG-HRIS.
           05  HH-TIPO              PIC X(01).
           05  HH-DATA-ARQUIVO      PIC 9(08).
           05  HH-ORIGEM            PIC X(08).
           05  FILLER               PIC X(83).
       01  REG-HRIS-TRAILER REDEFINES REG-HRIS.
           05  HT-TIPO              PIC X(01).
           05  HT-QTDE-REG          PIC 9(07).
           05  HT-HASH-CODFUN       PIC 9(13).
           05  FILLER               PIC X(79).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
       77  WK-LOTE-HASH              PIC 9(13)       VALUE ZEROS.
       77  WK-LOTE-TS                PIC X(26)       VALUE SPACES.
       77  WK-LOTE-JA-RODADO         PIC 9(04)       VALUE ZEROS.
       77  WK-CODFUN-NUMERICO        PIC 9(07)       VALUE ZEROS.
      *    LEITURA COM UM REGISTRO DE ATRASO NA PASSADA PREVIA E
      *    CONTAGEM REGRESSIVA DOS REGISTROS DE DADOS NA CARGA, PARA
      *    O TRAILER NAO SER CONSUMIDO COMO SE FOSSE EMAIL.
       77  WK-REG-ANTERIOR           PIC X(100)      VALUE SPACES.
       77  WK-TEM-ANTERIOR           PIC X           VALUE 'N'.
           88  TEM-REG-ANTERIOR                      VALUE 'S'.
       77  WK-DATA-RESTANTE          PIC 9(07)       VALUE ZEROS.
      *
       01  WK-HRIS-DADOS.
           05  WK-HRIS-CODFUN        PIC X(07).
           05  WK-HRIS-NOMEFUN       PIC X(30).
           05  WK-HRIS-SALARIOFUN    PIC 9(06)V99.
           05  WK-HRIS-DEPTOFUN      PIC X(03).
           05  WK-HRIS-ADMISSFUN     PIC X(11).
           05  WK-HRIS-IDADEFUN      PIC 99.
           05  WK-HRIS-CARGOFUN      PIC X(04).
           05  WK-HRIS-GESTOR        PIC X(07).
           05  WK-HRIS-TIPOCONTR     PIC X(01).
           05  WK-HRIS-FIMCONTR      PIC X(11).
      *
       01  WK-INCLUIR-ACCEPT.
           05  WK-INCLUIR-FUNCAO     PIC X           VALUE 'I'.
           05  WK-INCLUIR-CODFUN     PIC X(07).
           05  WK-INCLUIR-NOMEFUN    PIC X(30).
           05  WK-INCLUIR-SALARIOFUN PIC 9(06)V99.
           05  WK-INCLUIR-DEPTOFUN   PIC X(03).
           05  WK-INCLUIR-ADMISSFUN  PIC X(11).
           05  WK-INCLUIR-IDADEFUN   PIC 99.
           05  WK-INCLUIR-CARGOFUN   PIC X(04).
           05  WK-INCLUIR-GESTOR     PIC X(07).
           05  WK-INCLUIR-TIPOCONTR  PIC X(01).
           05  WK-INCLUIR-FIMCONTR   PIC X(11).
       01  WK-INCLUIR-COMPL.
           05  WK-INCLUIR-PCD        PIC X(01).
           05  WK-INCLUIR-APRENDIZ   PIC X(01).
           05  WK-INCLUIR-SINDICATO  PIC X(03).
      *    REQUISICAO DE VAGA APROVADA (MANREQ), NAS COLUNAS 66-71
      *    DO REGISTRO DE EMAIL - SEM ELA O INCLUIR RECUSA.
           05  WK-INCLUIR-NUMREQ     PIC X(06).
      *    SEXO (F/M) NA COLUNA 72 DO REGISTRO DE EMAIL - OBRIGATORIO
      *    NO INCLUIR, COMO A REQUISICAO.
           05  WK-INCLUIR-SEXO       PIC X(01).
      *    O ARQUIVO DO HRIS NAO TRAZ ENDERECO - O GRUPO VAI EM
      *    BRANCO PARA O INCLUIR (ENDERECO E OPCIONAL).
       01  WK-INCLUIR-ENDERECO       PIC X(66)       VALUE SPACES.
      *    CARGA DO HRIS SEMPRE GRAVA DE VERDADE - NAO FAZ SENTIDO UMA
      *    ADMISSAO SAIR DO HRIS PARA RODAR EM MODO DE VALIDACAO.
       77  WK-MODO-EXECUCAO          PIC X           VALUE 'P'.
       77  WK-MENSAGEM-RETORNO       PIC X(160)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
                NOT AT END
                   IF  TEM-REG-ANTERIOR
                      ADD 1 TO WK-LOTE-QTDEREG
                      IF  WK-REG-ANTERIOR(1:7) IS NUMERIC
                         MOVE WK-REG-ANTERIOR(1:7)
                              TO WK-CODFUN-NUMERICO
                         ADD WK-CODFUN-NUMERICO TO WK-LOTE-HASH
                      END-IF
                                   WK-INCLUIR-COMPL,
                                   WK-INCLUIR-ENDERECO,
                                   WK-STATUS-RETORNO,
                                   WK-MODO-EXECUCAO,
                                   WK-MENSAGEM-RETORNO

             IF   TRANSACAO-OK
                 ADD 1 TO WK-QTDE-INCLUIDA
