001797     05  FB01-CC-PARTITION-CNT       PIC 9(02).
001798     05  FB01-CC-CAL-OVERRIDE-SW     PIC X(01).
001799         88  FB01-CC-CAL-OVERRIDE    VALUE "Y".
001800     05  FB01-CC-OVERRIDE-ID         PIC X(08).
001900     05  FILLER                      PIC X(13).
