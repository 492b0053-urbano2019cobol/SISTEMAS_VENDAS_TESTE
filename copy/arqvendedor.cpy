           05 FS2-STATUS     PIC X(001).
               88 FS2-STATUS-ATIVA    VALUE "A".
               88 FS2-STATUS-INATIVA  VALUE "I".
           05 FS2-CAP-MAXIMA PIC 9(004).
           05 FS2-CAP-MINIMA PIC 9(004).
           05 FILLER         PIC X(08).
