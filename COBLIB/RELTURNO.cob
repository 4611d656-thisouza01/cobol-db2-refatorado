      * RELATORIO MENSAL DE MOVIMENTACAO (TURNOVER)    *
      * POR DEPARTAMENTO: ADMISSOES (INCLUSAO E        *
      * READMISSAO), DESLIGAMENTOS VOLUNTARIOS E       *
      * INVOLUNTARIOS (PELO MOTIVO CODIFICADO QUE O    *
      * TERMINA/DESLDEPT/VENCECON GRAVAM NA LINHA      *
      * 'MOTDESLIG' DO HISTORICO - VOLUNTARIO = S EM   *
      * EAD719.MOTDESLIG; DESLIGAMENTO SEM CODIGO, O   *
      * MOTIVO LIVRE 'DESLIGAMTO' COM 'PEDIDO'),       *
      * TRANSFERENCIAS DE DEPARTAMENTO, MOVIMENTO      *
      * LIQUIDO E O PERCENTUAL DE TURNOVER             *
      * (((ADMISSOES + DESLIGAMENTOS) / 2) SOBRE A     *
                 FROM EAD719.FUNCIONARIOS_HIST H
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = H.CODFUN
                WHERE YEAR(H.DATAALT) * 100 + MONTH(H.DATAALT)
                      = :WK-PERIODO
                  AND ((H.CAMPOALT = 'MOTDESLIG'
                        AND EXISTS
                            (SELECT 1
                               FROM EAD719.MOTDESLIG M
                              WHERE M.CODMOTIVO =
                                    SUBSTR(H.VALORNOVO, 1, 2)
                                AND M.VOLUNTARIO = 'S'))
                    OR (H.CAMPOALT = 'DESLIGAMTO'
                        AND H.VALORNOVO LIKE '%PEDIDO%'
                        AND NOT EXISTS
                            (SELECT 1
                               FROM EAD719.FUNCIONARIOS_HIST C
                              WHERE C.CODFUN   = H.CODFUN
                                AND C.CAMPOALT = 'MOTDESLIG'
                                AND C.DATAALT  = H.DATAALT)))
                GROUP BY F.DEPTOFUN
       END-EXEC.
      *
