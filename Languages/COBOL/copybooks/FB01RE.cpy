001200     05  FB01-RE-START-NUM           PIC 9(09).
001300     05  FB01-RE-END-NUM             PIC 9(09).
001400     05  FB01-RE-JOB-ID              PIC X(08).
001450     05  FB01-RE-OVERRIDE-ID         PIC X(08).
001500     05  FILLER                      PIC X(46).
