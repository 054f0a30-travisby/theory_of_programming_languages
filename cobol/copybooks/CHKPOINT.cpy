      * so the results-master load stays keyed under the original
      * run date even when the restart crosses midnight.
       05 CP-Run-Date          PIC 9(8).
      * CLASSIFY record counts, in total and by classification.
       05 CP-Classify-Count    PIC 9(8).
       05 CP-Class-Plain-Count PIC 9(8).
       05 CP-Class-Shift-Count PIC 9(8).
       05 CP-Class-Poly-Count  PIC 9(8).
