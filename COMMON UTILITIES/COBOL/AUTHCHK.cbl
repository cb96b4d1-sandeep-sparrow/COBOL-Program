      * Date: 27-08-2020
      * Purpose: SHARED CALLABLE OPERATOR-AUTHORIZATION CHECK - THE
      *        : MAINTENANCE PROGRAMS (CBLVSMC2, BNKACCM, RATEMNT,
      *        : DEDRMNT, CTABLE, STKMNT, RTNMAIL) ASK IT WHETHER AN
      *        : OPERATOR MAY PERFORM AN ACTION, AGAINST THE AUTHFILE
      *        : CARD FILE
      *        : (OPERATOR, PROGRAM, PERMITTED ACTIONS, AMOUNT
      *        : LIMIT). EVERY REFUSAL IS LOGGED TO THE SECVIOL
      *        : SECURITY VIOLATIONS REPORT. SAME SHARED-SUBPROGRAM
