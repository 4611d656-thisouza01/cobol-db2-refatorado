      * bancarios para o pagamento de salario).
       01  WK-ACCEPT.
           05  WK-FUNCAO-ACCEPT      PIC X.
           05  WK-CODFUN-ACCEPT      PIC X(7).
           05  WK-NOMEFUN-ACCEPT     PIC X(30).
           05  WK-SALARIOFUN-ACCEPT  PIC 9(6)V99.
           05  WK-DEPTOFUN-ACCEPT    PIC X(3).
           05  WK-ADMISSFUN-ACCEPT   PIC X(11).
           05  WK-IDADEFUN-ACCEPT    PIC 99.
           05  WK-CARGOFUN-ACCEPT    PIC X(4).
           05  WK-GESTOR-ACCEPT      PIC X(7).
      * Tipo de contrato (BRANCO/E = EFETIVO, D = PRAZO
      * DETERMINADO, T = TEMPORARIO, G = ESTAGIO) e data de fim
      * do contrato, obrigatoria para os tipos com prazo.
      * Filiacao sindical (EAD719.SINDICATO, MANSIND) - em branco na
      * alteracao = nao mexe; na inclusao = sem filiacao.
           05  WK-SINDFUN-ACCEPT     PIC X(03).
      * Requisicao de vaga aprovada (EAD719.REQVAGA, MANREQ) -
      * obrigatoria na inclusao e na readmissao; ignorada nas demais
      * funcoes.
           05  WK-NUMREQ-ACCEPT      PIC X(06).
      * Sexo ('F'/'M') - obrigatorio na inclusao; na readmissao e na
      * alteracao, em branco = mantem o do cadastro. Base do RELIGUAL,
      * o relatorio semestral de transparencia salarial.
           05  WK-SEXO-ACCEPT        PIC X(01).
      * Quarto registro, OPCIONAL, da transacao de funcionario:
      * endereco residencial, identificado por '@' na coluna 1.
       01  WK-ENDERECO-ACCEPT.
