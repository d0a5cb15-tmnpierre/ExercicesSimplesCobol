      * The lock itself is the file masterlock.txt: present and
      * non-empty = held. Folklore scheduling around ClientMaint
      * ends here.
      *
      * NightBackup now holds the lock while the nightly backup set
      * is taken, and SetRestore while a set is put back. The take,
      * release and clear paragraphs are PERFORMed THRU their exits
      * so that a refused take stops there instead of running on
      * into the release and clear of the holder's lock.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       PROCEDURE DIVISION USING ULK-ACTION ULK-CALLER ULK-RESULT.
       MAIN-PROCEDURE.
           MOVE 'N' TO ULK-RESULT.
           PERFORM READ-CURRENT-LOCK THRU READ-CURRENT-LOCK-EXIT.

           EVALUATE TRUE
               WHEN ULK-TAKE
                   PERFORM TAKE-LOCK THRU TAKE-LOCK-EXIT
               WHEN ULK-RELEASE
                   PERFORM RELEASE-LOCK THRU RELEASE-LOCK-EXIT
               WHEN ULK-CLEAR
                   PERFORM CLEAR-STALE-LOCK THRU CLEAR-STALE-LOCK-EXIT
               WHEN OTHER
                   DISPLAY "UpdateLock: action inconnue '"
                           ULK-ACTION "'."
