      * Mensagem de resultado devolvida pelo INCLUIR ao chamador: o
      * motivo da recusa ou a confirmacao da inclusao, o mesmo texto
      * que sai no log, para quem precisa repassa-lo (resposta da
      * admissao recebida pela fila do HRIS). O MANAVULS devolve
      * aqui o numero e a situacao do lancamento avulso ou o motivo
      * da recusa, para a tela do CICSFUNC.
       01  LK-MENSAGEM-RETORNO       PIC X(160).
