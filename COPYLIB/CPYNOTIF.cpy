      * (eventos de ciclo de vida do funcionario que geram mensagem
      * pelo gateway de email: admissao, alteracao de dados e
      * desligamento)
       01  DB2-NOT-CODFUN            PIC X(07).
       01  DB2-NOT-EVENTO            PIC X(01).
       01  DB2-NOT-EMAIL             PIC X(30).
       01  DB2-NOT-TEMPLATE          PIC X(08).
      * Chave complementar da mensagem (ex.: PERIODO=AAAAMM do
      * holerite) - em branco nos eventos que nao a usam
       01  DB2-NOT-PAYLOAD           PIC X(100).
