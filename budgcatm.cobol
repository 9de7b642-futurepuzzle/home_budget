       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGCATM.
       AUTHOR. SPEAKER
      *category master maintenance (BUDGCATS) - the ledger
      *categories used to be a list coded into every program that
      *checked one, so adding CHILDCARE or retiring TRAINING meant
      *a program change in four places. now they live here: the
      *code, what it's for, which of the budget run's groups it
      *counts toward (food, main, misc, pet or debt), and whether
      *it's still in use. a subcategory (COFFEE, SUBSCRIP) names a
      *parent and rolls up into it - it takes the parent's group,
      *and the budget run counts it wherever the parent goes. a
      *retired category stays on file so old ledger items still
      *resolve, but BUDGLENT, BUDGIMPT and BUDGBILL won't take it
      *for anything new. the first run with no master on file
      *offers to start it off with the categories the suite has
      *always had.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-CATS-FILE ASSIGN TO "BUDGCATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *one category - a blank parent means a top-level category
       FD  BUDGET-CATS-FILE.
       01  CATM-RECORD.
           05 CATM-CODE     PIC X(8).
           05 CATM-DESC     PIC X(30).
           05 CATM-GROUP    PIC X.
              88 CATM-GROUP-OK VALUE 'F' 'M' 'X' 'P' 'D'.
           05 CATM-PARENT   PIC X(8).
           05 CATM-ACTIVE   PIC X.
              88 CATM-IS-ACTIVE VALUE 'Y'.

       WORKING-STORAGE SECTION.
       01 WS-CATM-STATUS   PIC XX.
       01 WS-CATM-EOF      PIC X.
          88 WS-END-OF-CATM VALUE 'Y'.
       01 WS-MENU-PICK     PIC X.
       01 WS-YES-NO        PIC X.
       01 WS-DONE-FLAG     PIC X.
          88 WS-ALL-DONE VALUE 'Y'.
       01 WS-CHANGED       PIC X VALUE 'N'.
          88 WS-HAS-CHANGES VALUE 'Y'.
      *the whole master in storage for the screen
       01 WS-CAT-COUNT     PIC 999 VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
               10 WS-CAT        PIC X(8).
               10 WS-CAT-DESC   PIC X(30).
               10 WS-CAT-GROUP  PIC X.
               10 WS-CAT-PARENT PIC X(8).
               10 WS-CAT-ACTIVE PIC X.
       01 WS-CAT-SUB       PIC 999.
       01 WS-PICK-SUB      PIC 999.
       01 WS-FIND-SUB      PIC 999.
       01 WS-KID-COUNT     PIC 999.
       01 WS-ENTRY-CAT     PIC X(8).
       01 WS-ENTRY-PARENT  PIC X(8).
       01 WS-PARENT-OK     PIC X.
          88 WS-PARENT-GOOD VALUE 'Y'.
       01 WS-GROUP-PICK    PIC X.
          88 WS-GROUP-PICK-OK VALUE 'F' 'M' 'X' 'P' 'D'.
       01 WS-GROUP-NAME    PIC X(5).
       01 WS-STATE-NAME    PIC X(7).
       01 WS-SHOW-PARENT   PIC X(14).
      *the categories the suite started with, and the groups the
      *budget run's breakdown has always put them in - INTNET is
      *taken as a main bill
       01 WS-SEED-TABLE.
           05 FILLER PIC X(39)
               VALUE "FOOD    Groceries and eating out      F".
           05 FILLER PIC X(39)
               VALUE "FDWK1   Food, week 1                  F".
           05 FILLER PIC X(39)
               VALUE "FDWK2   Food, week 2                  F".
           05 FILLER PIC X(39)
               VALUE "FDWK3   Food, week 3                  F".
           05 FILLER PIC X(39)
               VALUE "FDWK4   Food, week 4                  F".
           05 FILLER PIC X(39)
               VALUE "RENT    Rent or mortgage              M".
           05 FILLER PIC X(39)
               VALUE "PHONE   Phone                         X".
           05 FILLER PIC X(39)
               VALUE "PWR     Power                         M".
           05 FILLER PIC X(39)
               VALUE "INTNET  Internet                      M".
           05 FILLER PIC X(39)
               VALUE "INSRNCE Insurance                     M".
           05 FILLER PIC X(39)
               VALUE "PLTES   Car plates and registration   M".
           05 FILLER PIC X(39)
               VALUE "GAS     Gas for the car               M".
           05 FILLER PIC X(39)
               VALUE "CLOTH   Clothing                      X".
           05 FILLER PIC X(39)
               VALUE "HAIR    Haircuts                      X".
           05 FILLER PIC X(39)
               VALUE "CNSME   Household consumables         X".
           05 FILLER PIC X(39)
               VALUE "DNTL    Dental                        M".
           05 FILLER PIC X(39)
               VALUE "MEDS    Medicine                      M".
           05 FILLER PIC X(39)
               VALUE "OHEAL   Other health                  M".
           05 FILLER PIC X(39)
               VALUE "ENTRTIN Entertainment                 X".
           05 FILLER PIC X(39)
               VALUE "PETFOOD Pet food                      P".
           05 FILLER PIC X(39)
               VALUE "GROOMINGPet grooming                  P".
           05 FILLER PIC X(39)
               VALUE "VET     Vet bills                     P".
           05 FILLER PIC X(39)
               VALUE "TRAININGPet training                  P".
       01 WS-SEED-LIST REDEFINES WS-SEED-TABLE.
           05 WS-SEED-ENTRY OCCURS 23 TIMES.
               10 WS-SEED-CODE  PIC X(8).
               10 WS-SEED-DESC  PIC X(30).
               10 WS-SEED-GROUP PIC X.

       PROCEDURE DIVISION.
           0100-START-HERE.
               DISPLAY "Category master".
               DISPLAY "===============".
               PERFORM 0200-LOAD-CATEGORIES.
               IF WS-CAT-COUNT = 0
                   DISPLAY "No categories on file yet. Start with "
                       "the standard list? (y/n)"
                   ACCEPT WS-YES-NO
                   IF WS-YES-NO = "y"
                       PERFORM 0250-SEED-CATEGORIES
                   END-IF
               END-IF.
               MOVE 'N' TO WS-DONE-FLAG.
               PERFORM UNTIL WS-ALL-DONE
                   DISPLAY " "
                   PERFORM 0300-SHOW-CATEGORIES
                   DISPLAY "a to add a category, f to fix one, r to "
                       "retire or bring one back,"
                   DISPLAY "s to save and quit, q to quit without "
                       "saving:"
                   ACCEPT WS-MENU-PICK
                   EVALUATE WS-MENU-PICK
                       WHEN "a" PERFORM 0400-ADD-CATEGORY
                       WHEN "f" PERFORM 0500-FIX-CATEGORY
                       WHEN "r" PERFORM 0600-RETIRE-CATEGORY
                       WHEN "s"
                           PERFORM 0700-SAVE-CATEGORIES
                           MOVE 'Y' TO WS-DONE-FLAG
                       WHEN "q"
                           IF WS-HAS-CHANGES
                               DISPLAY "Changes not saved."
                           END-IF
                           MOVE 'Y' TO WS-DONE-FLAG
                       WHEN OTHER
                           DISPLAY "Didn't catch that, try again."
                   END-EVALUATE
               END-PERFORM.
               DISPLAY "All done.".
               STOP RUN.

           0200-LOAD-CATEGORIES.
               MOVE 0 TO WS-CAT-COUNT.
               MOVE 'N' TO WS-CATM-EOF.
               OPEN INPUT BUDGET-CATS-FILE.
               IF WS-CATM-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-CATM
                       OR WS-CAT-COUNT = 200
                       READ BUDGET-CATS-FILE
                           AT END
                               MOVE 'Y' TO WS-CATM-EOF
                           NOT AT END
                               ADD 1 TO WS-CAT-COUNT
                               MOVE CATM-CODE
                                   TO WS-CAT(WS-CAT-COUNT)
                               MOVE CATM-DESC
                                   TO WS-CAT-DESC(WS-CAT-COUNT)
                               MOVE CATM-GROUP
                                   TO WS-CAT-GROUP(WS-CAT-COUNT)
                               MOVE CATM-PARENT
                                   TO WS-CAT-PARENT(WS-CAT-COUNT)
                               MOVE CATM-ACTIVE
                                   TO WS-CAT-ACTIVE(WS-CAT-COUNT)
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-CATS-FILE
               END-IF.

           0250-SEED-CATEGORIES.
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > 23
                   MOVE WS-SEED-CODE(WS-CAT-SUB) TO WS-CAT(WS-CAT-SUB)
                   MOVE WS-SEED-DESC(WS-CAT-SUB)
                       TO WS-CAT-DESC(WS-CAT-SUB)
                   MOVE WS-SEED-GROUP(WS-CAT-SUB)
                       TO WS-CAT-GROUP(WS-CAT-SUB)
                   MOVE SPACES TO WS-CAT-PARENT(WS-CAT-SUB)
                   MOVE "Y" TO WS-CAT-ACTIVE(WS-CAT-SUB)
               END-PERFORM.
               MOVE 23 TO WS-CAT-COUNT.
               MOVE 'Y' TO WS-CHANGED.

           0300-SHOW-CATEGORIES.
               IF WS-CAT-COUNT = 0
                   DISPLAY "No categories yet."
               ELSE
                   DISPLAY "Categories:"
                   PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                           UNTIL WS-CAT-SUB > WS-CAT-COUNT
                       MOVE WS-CAT-GROUP(WS-CAT-SUB) TO WS-GROUP-PICK
                       PERFORM 0320-GROUP-NAME
                       IF WS-CAT-ACTIVE(WS-CAT-SUB) = "Y"
                           MOVE SPACES TO WS-STATE-NAME
                       ELSE
                           MOVE "retired" TO WS-STATE-NAME
                       END-IF
                       IF WS-CAT-PARENT(WS-CAT-SUB) = SPACES
                           MOVE SPACES TO WS-SHOW-PARENT
                       ELSE
                           STRING "under " DELIMITED BY SIZE
                               WS-CAT-PARENT(WS-CAT-SUB)
                                   DELIMITED BY SIZE
                               INTO WS-SHOW-PARENT
                           END-STRING
                       END-IF
                       DISPLAY "  " WS-CAT-SUB ". "
                           WS-CAT(WS-CAT-SUB) " "
                           WS-CAT-DESC(WS-CAT-SUB) " "
                           WS-GROUP-NAME " " WS-SHOW-PARENT " "
                           WS-STATE-NAME
                   END-PERFORM
               END-IF.

           0320-GROUP-NAME.
               EVALUATE WS-GROUP-PICK
                   WHEN "F" MOVE "food" TO WS-GROUP-NAME
                   WHEN "M" MOVE "main" TO WS-GROUP-NAME
                   WHEN "X" MOVE "misc" TO WS-GROUP-NAME
                   WHEN "P" MOVE "pet" TO WS-GROUP-NAME
                   WHEN "D" MOVE "debt" TO WS-GROUP-NAME
                   WHEN OTHER MOVE "?" TO WS-GROUP-NAME
               END-EVALUATE.

      *a new code has to be one nobody has used, SPLIT included -
      *that word means a split receipt at every category prompt
           0400-ADD-CATEGORY.
               IF WS-CAT-COUNT = 200
                   DISPLAY "The master is full (200 categories)."
               ELSE
                   DISPLAY "New category code? (up to 8 letters)"
                   ACCEPT WS-ENTRY-CAT
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-CAT)
                       TO WS-ENTRY-CAT
                   MOVE WS-ENTRY-CAT TO WS-ENTRY-PARENT
                   PERFORM 0450-FIND-CODE
                   IF WS-ENTRY-CAT = SPACES OR WS-ENTRY-CAT = "SPLIT"
                       DISPLAY "That can't be a category code."
                   ELSE
                       IF WS-FIND-SUB > 0
                           DISPLAY WS-ENTRY-CAT " is already on the "
                               "master."
                       ELSE
                           ADD 1 TO WS-CAT-COUNT
                           MOVE WS-CAT-COUNT TO WS-PICK-SUB
                           MOVE WS-ENTRY-CAT TO WS-CAT(WS-PICK-SUB)
                           MOVE "Y" TO WS-CAT-ACTIVE(WS-PICK-SUB)
                           PERFORM 0420-KEY-DETAILS
                           MOVE 'Y' TO WS-CHANGED
                       END-IF
                   END-IF
               END-IF.

      *description, then either a parent to roll up into or a
      *group of its own
           0420-KEY-DETAILS.
               DISPLAY "What is it for?".
               ACCEPT WS-CAT-DESC(WS-PICK-SUB).
               MOVE 'N' TO WS-PARENT-OK.
               PERFORM UNTIL WS-PARENT-GOOD
                   DISPLAY "Rolls up into which category? (Enter "
                       "for none - a top-level category)"
                   ACCEPT WS-ENTRY-PARENT
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-PARENT)
                       TO WS-ENTRY-PARENT
                   PERFORM 0440-CHECK-PARENT
               END-PERFORM.
               MOVE WS-ENTRY-PARENT TO WS-CAT-PARENT(WS-PICK-SUB).
               IF WS-ENTRY-PARENT = SPACES
                   PERFORM 0430-ASK-GROUP
                   MOVE WS-GROUP-PICK TO WS-CAT-GROUP(WS-PICK-SUB)
               ELSE
                   MOVE WS-CAT-GROUP(WS-FIND-SUB)
                       TO WS-CAT-GROUP(WS-PICK-SUB)
                   MOVE WS-CAT-GROUP(WS-PICK-SUB) TO WS-GROUP-PICK
                   PERFORM 0320-GROUP-NAME
                   DISPLAY "It counts as " WS-GROUP-NAME ", the same "
                       "as " WS-ENTRY-PARENT "."
               END-IF.
               PERFORM 0460-CARRY-GROUP.

           0430-ASK-GROUP.
               MOVE SPACE TO WS-GROUP-PICK.
               PERFORM UNTIL WS-GROUP-PICK-OK
                   DISPLAY "Which budget group? F food, M main, X "
                       "misc, P pet, D debt:"
                   ACCEPT WS-GROUP-PICK
                   MOVE FUNCTION UPPER-CASE(WS-GROUP-PICK)
                       TO WS-GROUP-PICK
                   IF NOT WS-GROUP-PICK-OK
                       DISPLAY "Didn't catch that, try again."
                   END-IF
               END-PERFORM.

      *a parent has to be on the master, top-level itself (one
      *level of rollup is all the budget run follows), and not the
      *category being keyed
           0440-CHECK-PARENT.
               MOVE 'Y' TO WS-PARENT-OK.
               IF WS-ENTRY-PARENT NOT = SPACES
                   PERFORM 0450-FIND-CODE
                   EVALUATE TRUE
                       WHEN WS-FIND-SUB = 0
                           DISPLAY WS-ENTRY-PARENT " isn't on the "
                               "master, try again."
                           MOVE 'N' TO WS-PARENT-OK
                       WHEN WS-FIND-SUB = WS-PICK-SUB
                           DISPLAY "A category can't roll up into "
                               "itself, try again."
                           MOVE 'N' TO WS-PARENT-OK
                       WHEN WS-CAT-PARENT(WS-FIND-SUB) NOT = SPACES
                           DISPLAY WS-ENTRY-PARENT " rolls up into "
                               WS-CAT-PARENT(WS-FIND-SUB)
                               " itself - pick that one, or another "
                               "top-level category."
                           MOVE 'N' TO WS-PARENT-OK
                       WHEN OTHER
                           PERFORM 0455-COUNT-CHILDREN
                           IF WS-KID-COUNT > 0
                               DISPLAY WS-CAT(WS-PICK-SUB) " has "
                                   "subcategories of its own, so it "
                                   "has to stay top-level."
                               MOVE SPACES TO WS-ENTRY-PARENT
                           END-IF
                   END-EVALUATE
               END-IF.

      *WS-ENTRY-PARENT's place on the table, 0 when it isn't there
           0450-FIND-CODE.
               MOVE 0 TO WS-FIND-SUB.
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   IF WS-CAT(WS-CAT-SUB) = WS-ENTRY-PARENT
                       MOVE WS-CAT-SUB TO WS-FIND-SUB
                   END-IF
               END-PERFORM.

           0455-COUNT-CHILDREN.
               MOVE 0 TO WS-KID-COUNT.
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   IF WS-CAT-PARENT(WS-CAT-SUB) = WS-CAT(WS-PICK-SUB)
                       ADD 1 TO WS-KID-COUNT
                   END-IF
               END-PERFORM.

      *a top-level category's subcategories follow it into
      *whatever group it's put in
           0460-CARRY-GROUP.
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   IF WS-CAT-PARENT(WS-CAT-SUB) = WS-CAT(WS-PICK-SUB)
                       MOVE WS-CAT-GROUP(WS-PICK-SUB)
                           TO WS-CAT-GROUP(WS-CAT-SUB)
                   END-IF
               END-PERFORM.

      *the code itself stays put - ledger items are filed under it
           0500-FIX-CATEGORY.
               DISPLAY "Fix which category? (its number)".
               PERFORM 0550-PICK-NUMBER.
               IF WS-PICK-SUB < 1 OR WS-PICK-SUB > WS-CAT-COUNT
                   DISPLAY "No category by that number."
               ELSE
                   DISPLAY "Re-keying " WS-CAT(WS-PICK-SUB) "."
                   PERFORM 0420-KEY-DETAILS
                   MOVE 'Y' TO WS-CHANGED
               END-IF.

           0550-PICK-NUMBER.
               ACCEPT WS-ENTRY-CAT.
               IF FUNCTION TEST-NUMVAL(WS-ENTRY-CAT) = 0
                   AND FUNCTION NUMVAL(WS-ENTRY-CAT) > 0
                   AND FUNCTION NUMVAL(WS-ENTRY-CAT) < 1000
                   COMPUTE WS-PICK-SUB = FUNCTION NUMVAL(WS-ENTRY-CAT)
               ELSE
                   MOVE 0 TO WS-PICK-SUB
               END-IF.

      *retiring keeps the code on file for the items already under
      *it; a parent's active subcategories are called out, since
      *they'd still roll up into a retired category
           0600-RETIRE-CATEGORY.
               DISPLAY "Retire or bring back which category? (its "
                   "number)".
               PERFORM 0550-PICK-NUMBER.
               IF WS-PICK-SUB < 1 OR WS-PICK-SUB > WS-CAT-COUNT
                   DISPLAY "No category by that number."
               ELSE
                   IF WS-CAT-ACTIVE(WS-PICK-SUB) = "Y"
                       MOVE "N" TO WS-CAT-ACTIVE(WS-PICK-SUB)
                       DISPLAY WS-CAT(WS-PICK-SUB) " retired."
                       PERFORM 0455-COUNT-CHILDREN
                       IF WS-KID-COUNT > 0
                           DISPLAY "(it still has " WS-KID-COUNT
                               " subcategories rolling up into it)"
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-CAT-ACTIVE(WS-PICK-SUB)
                       DISPLAY WS-CAT(WS-PICK-SUB) " is back in use."
                   END-IF
                   MOVE 'Y' TO WS-CHANGED
               END-IF.

           0700-SAVE-CATEGORIES.
               OPEN OUTPUT BUDGET-CATS-FILE.
               IF WS-CATM-STATUS NOT = "00"
                   DISPLAY "Could not save the category master, "
                       "status " WS-CATM-STATUS
               ELSE
                   PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                           UNTIL WS-CAT-SUB > WS-CAT-COUNT
                       MOVE WS-CAT(WS-CAT-SUB)        TO CATM-CODE
                       MOVE WS-CAT-DESC(WS-CAT-SUB)   TO CATM-DESC
                       MOVE WS-CAT-GROUP(WS-CAT-SUB)  TO CATM-GROUP
                       MOVE WS-CAT-PARENT(WS-CAT-SUB) TO CATM-PARENT
                       MOVE WS-CAT-ACTIVE(WS-CAT-SUB) TO CATM-ACTIVE
                       WRITE CATM-RECORD
                   END-PERFORM
                   CLOSE BUDGET-CATS-FILE
                   DISPLAY "Saved " WS-CAT-COUNT " categories."
               END-IF.
           END PROGRAM BUDGCATM.
