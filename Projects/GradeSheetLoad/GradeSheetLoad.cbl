      *
      * Edit rules per row:
      *   - the enrollment must exist for that student/module/term
      *   - the grade must be a valid letter (A/B/C/D/F, or I for
      *     an incomplete - IncompleteLapse gives a sheet-loaded I
      *     its default expiry date on its next nightly run)
      *   - a row against an already-graded enrollment is rejected
      *     unless its override flag is Y - fat-fingering a whole
      *     sheet against the wrong term must not silently regrade
           02  Gs-Student-Id               PIC 9(5).
           02  FILLER                      PIC X(1).
           02  Gs-Grade                    PIC X(1).
               88  Gs-Valid-Letter-Grade   VALUE "A" "B" "C" "D" "F"
                                                 "I".
           02  FILLER                      PIC X(1).
           02  Gs-Override-Flag            PIC X(1).
               88  Gs-Override-Requested   VALUE "Y".
