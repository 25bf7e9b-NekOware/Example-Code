001400     05  FB01-MC-ACTIVE-END          PIC 9(09).
001500     05  FB01-MC-RETAIN-DAYS         PIC 9(05).
001600     05  FB01-MC-JOB-ID              PIC X(08).
001650     05  FB01-MC-OVERRIDE-ID         PIC X(08).
001700     05  FILLER                      PIC X(41).
