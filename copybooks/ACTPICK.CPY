                     88 ACTIVITY-IS-RELAX   VALUE 'RELAX'.
                     88 ACTIVITY-IS-NEUTRAL VALUE 'NEUTRAL'.
                  10 ACTIVITY-BASE-WEIGHT PIC 9(03).
                  *> places per day off the catalog, 0 for no limit
                  10 ACTIVITY-CAPACITY PIC 9(03).
