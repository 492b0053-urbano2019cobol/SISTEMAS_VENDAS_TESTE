               88 FS-STATUS-ATIVA    VALUE "A".
               88 FS-STATUS-INATIVA  VALUE "I".
           05 FS-LIMITE-CREDITO PIC 9(009)V9(002).
           05 FS-CATEGORIA  PIC 9(002).
           05 FILLER        PIC X(008).
