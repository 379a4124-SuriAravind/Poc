               88  SU-REASON-VAL-DUPLICATE   VALUE "VDUP".
               88  SU-REASON-VAL-NON-NUMERIC VALUE "VNUM".
               88  SU-REASON-VAL-BAD-DATE    VALUE "VDTE".
               88  SU-REASON-VAL-BAD-CODE    VALUE "VCOD".
               88  SU-REASON-LOAD-BAD-DATE   VALUE "LDTE".
               88  SU-REASON-LOAD-BAD-TYPE   VALUE "LTYP".
               88  SU-REASON-LOAD-DUPLICATE  VALUE "LDUP".
