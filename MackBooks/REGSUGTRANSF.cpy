      *> REGSUGTRANSF.cpy
      *> LAYOUT UNICO DA SUGESTAO DE TRANSFERENCIA ENTRE FILIAIS,
      *> COMPARTILHADO POR TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *> "sugtransf.dat". GRAVADO PELO LOTE SEMANAL SUGERIRTRANSF E
      *> DECIDIDO UM A UM EM APROVARTRANSF, QUE TRANSFORMA A SUGESTAO
      *> APROVADA EM TRANSFERENCIA DE VERDADE ("transferencias.dat").
       01  REG-SUGESTAO-TRANSF.
           02  COD-SUGESTAO          PIC 9(5).
           02  DATA-SUGESTAO         PIC 9(8).
           02  COD-LIVRO-SUG         PIC 9(3).
           02  FILIAL-ORIGEM-SUG     PIC 9(2).
           02  FILIAL-DESTINO-SUG    PIC 9(2).
           02  QTD-SUGERIDA          PIC 9(5).
      *> FOTOGRAFIA DO CALCULO: SALDO EM estfilial.dat E DEMANDA DO
      *> PERIODO (VENDAS LIQUIDAS + EMPRESTIMOS) DE CADA LADO.
           02  SALDO-ORIGEM-SUG      PIC 9(5).
           02  DEMANDA-ORIGEM-SUG    PIC 9(5).
           02  SALDO-DESTINO-SUG     PIC 9(5).
           02  DEMANDA-DESTINO-SUG   PIC 9(5).
      *> "S" = SUBSTITUIDA: PENDENTE QUE O LOTE DA SEMANA SEGUINTE
      *> ENCONTROU SEM DECISAO; O NOVO CALCULO A SUBSTITUI.
           02  SITUACAO-SUG          PIC X.
               88  SUGESTAO-PENDENTE     VALUE "P".
               88  SUGESTAO-APROVADA     VALUE "A".
               88  SUGESTAO-RECUSADA     VALUE "R".
               88  SUGESTAO-SUBSTITUIDA  VALUE "S".
      *> PREENCHIDOS NA DECISAO: TRANSFERENCIA GERADA (ZERO QUANDO
      *> RECUSADA), QUANTIDADE EFETIVAMENTE MOVIDA, DATA E QUEM DECIDIU.
           02  COD-TRANSF-SUG        PIC 9(5).
           02  QTD-APROVADA-SUG      PIC 9(5).
           02  DATA-DECISAO-SUG      PIC 9(8).
           02  USUARIO-DECISAO-SUG   PIC X(10).
