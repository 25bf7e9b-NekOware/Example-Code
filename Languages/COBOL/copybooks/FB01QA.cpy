001200*        NOT-ON-FILE   KEY NOT ON FBINDEX                       *
001300*        INVALID-NUM   REQUEST NUM WAS NOT NUMERIC              *
001400*        LOOKUP-ERROR  FBLOOKUP RETURNED AN UNEXPECTED STATUS   *
001401*        NOT ENTITLED  THE REQUESTER MAY NOT SEE THE NUM, OR    *
001402*                      GAVE NO REQUESTER ID -- NO LABEL OR SET  *
001403*                      ID IS RETURNED                           *
001410*                                                                *
001420*      A RANGE REQUEST ANSWERS WITH ONE ON-FILE RECORD PER      *
001430*      MATCHING ENTRY, OR ONE OF                                *
001440*        NO-MATCH      NOTHING IN THE RANGE PASSED THE FILTERS  *
001450*        INVALID-RNG   RANGE BOUNDS NOT NUMERIC OR REVERSED     *
001460*        NOT ENTITLED  EVERY ENTRY IN THE RANGE WAS WITHHELD    *
001470*                      FROM THE REQUESTER                       *
001500*                                                                *
001600******************************************************************
001700 01  FB01-RESPONSE-RECORD.
