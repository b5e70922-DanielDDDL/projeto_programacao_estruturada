           02  AVISO-EMITIDO-RES     PIC X.
               88  AVISO-EMITIDO         VALUE "S".
               88  AVISO-PENDENTE        VALUE "N".
      *> FILIAL ONDE O EXEMPLAR FICOU SEPARADO (A DA DEVOLUCAO QUE O
      *> SEPAROU); A PROMOCAO DO PROXIMO DA FILA HERDA A MESMA.
      *> ZERO NA RESERVA AINDA NA FILA E NAS ANTERIORES AO CONTROLE.
           02  COD-FILIAL-RES        PIC 9(2).
