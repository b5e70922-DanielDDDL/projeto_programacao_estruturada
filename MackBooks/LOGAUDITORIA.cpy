           02  LOG-VALOR-ANTES      PIC X(173).
           02  LOG-VALOR-DEPOIS     PIC X(173).
           02  LOG-USUARIO          PIC X(10).
      *> ENCADEAMENTO (TRILHA A PROVA DE ADULTERACAO): NUMERO DO
      *> REGISTRO NA TRILHA, QUE CONTINUA DO LOG VIVO PARA OS
      *> ARQUIVOS MORTOS auditoria-AAAAMM.log; O SELO DO REGISTRO
      *> ANTERIOR; E O SELO DESTE, CALCULADO POR ENCADEARSELO SOBRE
      *> TODOS OS CAMPOS ACIMA DELE (INCLUSIVE OS DOIS PRIMEIROS).
      *> REGISTROS GRAVADOS ANTES DO ENCADEAMENTO TEM OS TRES EM
      *> BRANCO. VERIFICARTRILHA CONFERE A CORRENTE.
           02  LOG-SEQUENCIA        PIC 9(9).
           02  LOG-SELO-ANTERIOR    PIC 9(10).
           02  LOG-SELO             PIC 9(10).
