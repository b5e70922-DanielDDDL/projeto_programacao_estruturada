                   LOG-HORA ":" LOG-MINUTO ":" LOG-SEGUNDO " "
                   LOG-OPERACAO " LIVRO " LOG-COD-LIVRO " "
                   LOG-TITULO-LIVRO " USUARIO " LOG-USUARIO.
           EVALUATE LOG-OPERACAO
               WHEN "ALTERACAO "
                   PERFORM EXIBIR-DIFERENCAS
               *> DECISAO SOBRE AJUSTE PENDENTE (APROVARAJUSTE): O
               *> TEXTO TRAZ O PEDIDO, COM QUEM PEDIU, E A DECISAO.
               WHEN "APROVACAO "
               WHEN "RECUSA    "
               *> PERIODO CONTABIL FECHADO (FECHARMES), REABERTO OU
               *> FECHADO DE NOVO (PERIODOCONTABIL), E TRANSACAO DE
               *> CONTINGENCIA LANCADA HOJE PORQUE O MES DELA JA
               *> ESTAVA FECHADO (IMPORTAROFFLINE).
               WHEN "BLOQUEIO  "
               WHEN "REABERTURA"
               WHEN "REPOSTAGEM"
                   DISPLAY "   " LOG-VALOR-ANTES (1:76)
                   DISPLAY "   " LOG-VALOR-ANTES (77:76)
                   DISPLAY "   " LOG-VALOR-DEPOIS (1:76)
           END-EVALUATE.

       EXIBIR-DIFERENCAS.
           MOVE LOG-VALOR-ANTES  TO W-LIVRO-ANTES.
