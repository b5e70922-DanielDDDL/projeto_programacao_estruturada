
         FD  ARQ-HIST-ITEM
             LABEL RECORD STANDARD.
         01  REG-VENDA-HIST  PIC X(67).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-CAB     PIC XX    VALUE SPACES.
