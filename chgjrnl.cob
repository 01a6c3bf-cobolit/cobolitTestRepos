      * commits on its own.
      *
      * LS-ACTION is 'U' (update) or 'D' (delete - the NEW images are
      * what the caller passes, conventionally zeros/spaces), 'I'
      * (row first inserted - OLD images zeros/spaces), 'R' (row
      * brought back from TAB1_HIST by RESTORE-TAB1 - OLD and NEW
      * alike), 'A' (row moved to TAB1_HIST by ARCHIVE-TAB1 - OLD
      * and NEW alike), 'K' (KEY-MOVE re-keyed or merged another key
      * into this one - OLD is this key's prior image, NEW the
      * surviving one; a merged-away source key gets a closing 'K'
      * of its own with NEW zeros/spaces), or 'C' (CAT-RECODE moved
      * the row off a retired COL-3 code - OLD and NEW alike, feed
      * id naming both codes). ASOF-BALANCE reads 'I', 'A' and 'R'
      * to tell when a key was not yet on file, still live, or sat
      * archived. The feed id is spaces for
      * operator-driven changes; feed-driven callers pass the feed id
      * so an auditor can walk from the changed value straight back
      * to the transmission that moved it.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
