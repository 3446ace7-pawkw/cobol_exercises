      * by GRADE-CHANGE-REQ as PENDING; GRADE-CHANGE-APPR marks it
      * APPROVED or REJECTED and only an approval touches the history.
      * Decided requests stay on the file as the audit trail.
      * REQUESTED-OPER and DECIDED-OPER are the signed-on operator IDs
      * of the submitter and the registrar who decided, so no
      * registrar can approve a request of their own. REQUESTED-BY
      * remains the name the instructor gives.
      * COPY GCHGREC REPLACING ==:PFX:== BY ==whatever-==
      ******************************************************************
       01  :PFX:CHANGE-REQUEST.
               88  :PFX:APPROVED     VALUE "A".
               88  :PFX:REJECTED     VALUE "R".
           05  :PFX:DECIDED-TIME  PICTURE x(21) VALUE SPACES.
           05  :PFX:REQUESTED-OPER PICTURE x(8) VALUE SPACES.
           05  :PFX:DECIDED-OPER  PICTURE x(8) VALUE SPACES.
