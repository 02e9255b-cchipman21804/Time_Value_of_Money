      *****************************************************************
      * SIGNON.CPY                                                    *
      *                                                               *
      * Request block passed on CALL "tvmsign" by every program that  *
      * signs an operator on: TVMMENU and the calculators' direct     *
      * and batch launches.                                           *
      *                                                               *
      *   SGN-MODE      "I" interactive -- the operator at the        *
      *                 terminal gives the password; "B" batch -- the *
      *                 job's user id is checked for an active        *
      *                 profile, with no password to give             *
      *   SGN-PROGRAM   the program signing on, for the log           *
      *   SGN-OPERATOR  returned: the signed-on operator id           *
      *   SGN-RESULT    returned: "Y" signed on, "N" refused, "U" no  *
      *                 OPERAUTH.DAT on disk (unrestricted shop)      *
      *                                                               *
      * One sign-on holds for the run: a calculator CALLed from       *
      * TVMMENU gets the menu's sign-on back without a second prompt. *
      *                                                               *
      *****************************************************************
       01 SIGN-ON-REQUEST.
              05 SGN-MODE              PIC X.
                     88 SGN-INTERACTIVE VALUE "I".
                     88 SGN-BATCH      VALUE "B".
              05 SGN-PROGRAM           PIC X(8).
              05 SGN-OPERATOR          PIC X(8).
              05 SGN-RESULT            PIC X.
                     88 SGN-SIGNED-ON  VALUE "Y".
                     88 SGN-REFUSED    VALUE "N".
                     88 SGN-UNRESTRICTED VALUE "U".
