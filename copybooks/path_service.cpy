      *                        (its .aoc_profile marker matches) is
      *                        left alone, which keeps spawned
      *                        children from descending twice
      *             ACCOUNT  - map the input name in PS-NAME into the
      *                        input directory of account PS-ACCOUNT
      *                        (aoc_profiles.txt ACCOUNT id DIR=,
      *                        default accounts/<id>) in PS-PATH; a
      *                        blank account or an absolute name
      *                        comes back unchanged. Never consults
      *                        the control cards, so the card service
      *                        itself may call it
       01  PS-REQUEST.
           05 PS-FUNC          PIC X(8).
           05 PS-NAME          PIC X(100).
           05 PS-PATH          PIC X(100).
           05 PS-PROFILE       PIC X(8).
           05 PS-ACCOUNT       PIC X(8).
