             88  FALHOU                   VALUE "S".
         77  W-RETORNO-ED       PIC ZZ9   VALUE ZEROS.
         77  W-CARIMBO          PIC X(20) VALUE SPACES.
         77  W-DIA-SEMANA       PIC 9     VALUE ZEROS.
             88  SEGUNDA-FEIRA            VALUE 1.
         01  DATA-SIS.
             02  DS-ANO  PIC 9(4).
             02  DS-MES  PIC 99.
               MOVE "EXPIRARRESERVA" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-RESERVAS
           END-IF.
           IF  NOT FALHOU
               MOVE "EXPIRARPONTOS" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-PONTOS
           END-IF.
           IF  NOT FALHOU
               MOVE "AVISORESERVA" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-AVISOS
           END-IF.
           IF  NOT FALHOU
               MOVE "AVISOENCOMENDA" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-ENCOMENDAS
           END-IF.
           IF  NOT FALHOU
               MOVE "LEMBRETEDEVOL" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-LEMBRETES
           END-IF.
           *> O AVISO DE INSCRICOES A VENCER E MENSAL: SO ENTRA NA
           *> CADEIA NO DIA 1, ANTES DO ENVIO DAS MENSAGENS.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           IF  NOT FALHOU AND DS-DIA = 01
               MOVE "AVISOINSCRICAO" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-INSCRICOES
           END-IF.
           IF  NOT FALHOU
               MOVE "ENVIARMENSAGENS" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-MENSAGENS
           END-IF.
           *> O REAJUSTE DE PRECO DE LISTA ENTRA ANTES DAS PROMOCOES,
           *> PARA A QUE COMECA HOJE JA NASCER LIMITADA AO PRECO NOVO.
           IF  NOT FALHOU
               MOVE "APLICARREAJUSTE" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-REAJUSTES
           END-IF.
           IF  NOT FALHOU
               MOVE "APLICARPROMOCAO" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-PROMOCOES
           END-IF.
           *> O FEED DO SITE SAI DEPOIS DAS PROMOCOES, PARA LEVAR O
           *> PRECO QUE VALE NO DIA.
           IF  NOT FALHOU
               MOVE "EXPORTARSITE" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-FEED-SITE
           END-IF.
           IF  NOT FALHOU
               MOVE "EXPORTARCONTABIL" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-CONTABIL
           END-IF.
           IF  NOT FALHOU
               MOVE "EXPORTARNFCE" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-NFCE
           END-IF.
           IF  NOT FALHOU
               MOVE "PENDENTESNFCE" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-PENDENTES-NFCE
           END-IF.
           *> A LISTA DE VENCIMENTOS DO CONTAS A PAGAR E SEMANAL: SO
           *> ENTRA NA CADEIA DE SEGUNDA-FEIRA.
           ACCEPT W-DIA-SEMANA FROM DAY-OF-WEEK.
           IF  NOT FALHOU AND SEGUNDA-FEIRA
               MOVE "VENCIMENTOSEMANA" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-VENCIMENTOS
           END-IF.
           *> A SUGESTAO DE TRANSFERENCIAS ENTRE FILIAIS TAMBEM E
           *> SEMANAL, COM OS PARAMETROS PADRAO.
           IF  NOT FALHOU AND SEGUNDA-FEIRA
               MOVE "SUGERIRTRANSF" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-SUGESTAO-TRANSF
           END-IF.
           IF  NOT FALHOU
               MOVE "ARQUIVAVENDA" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-ARQ-VENDAS
           END-IF.
           *> A CONFERENCIA DA TRILHA DE AUDITORIA FECHA A CADEIA, JA
           *> COM OS REGISTROS GRAVADOS PELOS PASSOS DESTA NOITE.
           IF  NOT FALHOU
               MOVE "VERIFICARTRILHA" TO W-PASSO-ATUAL
               PERFORM EXECUTAR-PASSO-TRILHA
           END-IF.

           PERFORM REGISTRAR-ENCERRAMENTO.
           PERFORM DESMARCAR-MODO-LOTE.
           CALL "EXPIRARRESERVA".
           PERFORM REGISTRAR-FIM-PASSO.

       EXECUTAR-PASSO-PONTOS.
           PERFORM REGISTRAR-INICIO-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "EXPIRARPONTOS".
           PERFORM REGISTRAR-FIM-PASSO.

       EXECUTAR-PASSO-AVISOS.
           PERFORM REGISTRAR-INICIO-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "AVISORESERVA".
           PERFORM REGISTRAR-FIM-PASSO.

       EXECUTAR-PASSO-ENCOMENDAS.
           PERFORM REGISTRAR-INICIO-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "AVISOENCOMENDA".
           PERFORM REGISTRAR-FIM-PASSO.

       EXECUTAR-PASSO-LEMBRETES.
           PERFORM REGISTRAR-INICIO-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "LEMBRETEDEVOL".
           PERFORM REGISTRAR-FIM-PASSO.

       EXECUTAR-PASSO-INSCRICOES.
           PERFORM REGISTRAR-INICIO-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "AVISOINSCRICAO".
           PERFORM REGISTRAR-FIM-PASSO.

       EXECUTAR-PASSO-MENSAGENS.
           PERFORM REGISTRAR-INICIO-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "ENVIARMENSAGENS".
           PERFORM REGISTRAR-FIM-PASSO.

       EXECUTAR-PASSO-REAJUSTES.
           PERFORM REGISTRAR-INICIO-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "APLICARREAJUSTE".
           PERFORM REGISTRAR-FIM-PASSO.

       EXECUTAR-PASSO-PROMOCOES.
           PERFORM REGISTRAR-INICIO-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "APLICARPROMOCAO".
           PERFORM REGISTRAR-FIM-PASSO.

       EXECUTAR-PASSO-FEED-SITE.
           PERFORM REGISTRAR-INICIO-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "EXPORTARSITE".
           PERFORM REGISTRAR-FIM-PASSO.

       EXECUTAR-PASSO-CONTABIL.
           PERFORM REGISTRAR-INICIO-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "EXPORTARCONTABIL".
           PERFORM REGISTRAR-FIM-PASSO.

       EXECUTAR-PASSO-NFCE.
           PERFORM REGISTRAR-INICIO-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "EXPORTARNFCE".
           PERFORM REGISTRAR-FIM-PASSO.

       EXECUTAR-PASSO-PENDENTES-NFCE.
           PERFORM REGISTRAR-INICIO-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "PENDENTESNFCE".
           PERFORM REGISTRAR-FIM-PASSO.

       EXECUTAR-PASSO-VENCIMENTOS.
           PERFORM REGISTRAR-INICIO-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "VENCIMENTOSEMANA".
           PERFORM REGISTRAR-FIM-PASSO.

       EXECUTAR-PASSO-SUGESTAO-TRANSF.
           PERFORM REGISTRAR-INICIO-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "SUGERIRTRANSF".
           PERFORM REGISTRAR-FIM-PASSO.

       EXECUTAR-PASSO-ARQ-VENDAS.
           PERFORM REGISTRAR-INICIO-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "ARQUIVAVENDA".
           PERFORM REGISTRAR-FIM-PASSO.

       EXECUTAR-PASSO-TRILHA.
           PERFORM REGISTRAR-INICIO-PASSO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "VERIFICARTRILHA".
           PERFORM REGISTRAR-FIM-PASSO.

       REGISTRAR-ABERTURA.
           MOVE SPACES TO REG-LOG-ROTINA.
           MOVE "INICIO DA ROTINA NOTURNA" TO W-PASSO-ATUAL.
