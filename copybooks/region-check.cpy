      ******************************************************************
      * Copybook:  REGION-CHECK.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraphs for the
      *            live/training region check. CHECK-REGION looks for
      *            the TRNREGN marker in the directory the program is
      *            running in and sets RG-REGION; nothing else marks a
      *            region as training, so a program started by hand
      *            inside the TRAINING directory knows it as surely as
      *            one CALLed from a training OPRMENU session. Only
      *            status 35 (no marker) means live - a marker that is
      *            there but cannot be read still counts as training,
      *            since the mistake the other way would let practice
      *            work touch the live files.
      *            SHOW-REGION-BANNER puts the red TRAINING line under
      *            a console's title - it says nothing in the live
      *            region. COPY alongside REGION (working storage).
      ******************************************************************
       CHECK-REGION.
           MOVE "LIVE" TO RG-REGION
           OPEN INPUT REGION-MARKER
           IF NOT RG-MARKER-NOT-FOUND
               MOVE "TRAINING" TO RG-REGION
           END-IF
           IF RG-MARKER-OK
               CLOSE REGION-MARKER
           END-IF
           .

       SHOW-REGION-BANNER.
           IF RG-TRAINING
               DISPLAY "*** TRAINING *** PRACTICE FILES AND TABLE - "
                   "NOTHING DONE HERE IS LIVE"
                   WITH FOREGROUND-COLOR 4
               END-DISPLAY
           END-IF
           .
