                   DISPLAY "Nothing to correct here -- add the "
                       "employee's address with contact-maint, then "
                       "release the entry."
               WHEN "NO DEPT CONTACT"
                   DISPLAY "Nothing to correct here -- fix the "
                       "employee's department with roster-maint or "
                       "the contact on data/dept.dat, then release "
                       "the entry."
               WHEN OTHER
                   DISPLAY "No correctable field for: "
                       FUNCTION TRIM (WS-Entry-Reason)
