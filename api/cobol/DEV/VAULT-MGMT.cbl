             05 SP-BRANCH           PIC X(6).
             05 SP-EVENT-DATE       PIC 9(8).
             05 SP-EVENT-TIME       PIC 9(8).
             05 SP-BUSINESS-DATE    PIC 9(8).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
