      * FORCERUN gate uses, so the menu cannot be talked into
      * someone else's authority.  A failed sign-on is logged the
      * way RATELOG records rate changes, so audit can see who was
      * rattling the door.  A good sign-on is logged too, so the
      * access review can tell when a profile was last used.
       SignOn.
           ACCEPT WS-SIGNON-ID FROM ENVIRONMENT 'USER'.
           IF WS-SIGNON-ID = SPACES
                       MOVE OPER-AUTH-LEVEL TO WS-AUTH-LEVEL
                       SET WS-SIGNED-ON TO TRUE
                       DISPLAY 'Signed on: ' OPER-NAME
                       MOVE SPACES TO WS-LOG-DETAIL
                       STRING 'LEVEL ' DELIMITED BY SIZE
                              OPER-AUTH-LEVEL DELIMITED BY SIZE
                           INTO WS-LOG-DETAIL
                       PERFORM LogSignon
                   ELSE
                       MOVE 'PROFILE NOT ACTIVE' TO WS-LOG-DETAIL
                       PERFORM LogSignonFailure
           END-READ.
           CLOSE OPER-FILE.

       LogSignon.
           MOVE 'SIGNON' TO SECL-EVENT.
           PERFORM WriteSecurityLog.

       LogSignonFailure.
           MOVE 'SIGNON-FAIL' TO SECL-EVENT.
           PERFORM WriteSecurityLog.

      * Options above the operator's authority are not shown, and
      * RunChoice refuses them anyway in case one is keyed blind.
      * Exit stays on 6 so nobody's fingers leave the system by
      * surprise; later options are listed ahead of it.  With the
      * digits used up, further options take a letter.
       ShowMenu.
           DISPLAY ' '.
           DISPLAY '==================================='.
           END-IF.
           DISPLAY ' 4. Journal inquiry'.
           DISPLAY ' 5. Run history'.
           IF WS-AUTH-LEVEL >= 3
               DISPLAY ' 7. Override approvals'
               DISPLAY ' 8. GL account mapping'
               DISPLAY ' 9. Customer maintenance'
               DISPLAY ' D. Duplicate review'
           END-IF.
           IF WS-AUTH-LEVEL >= 4
               DISPLAY ' O. Operator profiles'
           END-IF.
           DISPLAY ' P. Accounting periods'.
           DISPLAY ' 6. Exit'.
           DISPLAY 'Enter your choice: '.
           ACCEPT WS-MENU-CHOICE.
                   CALL 'PERCENTQ'
               WHEN '6'
                   DISPLAY 'Goodbye.'
               WHEN '7'
                   IF WS-AUTH-LEVEL >= 3
                       CALL 'PERCENTO'
                   ELSE
                       PERFORM RefuseChoice
                   END-IF
               WHEN '8'
                   IF WS-AUTH-LEVEL >= 3
                       CALL 'PERCENTN'
                   ELSE
                       PERFORM RefuseChoice
                   END-IF
               WHEN '9'
                   IF WS-AUTH-LEVEL >= 3
                       CALL 'PERCENTU'
                   ELSE
                       PERFORM RefuseChoice
                   END-IF
               WHEN 'P'
               WHEN 'p'
                   CALL 'PERCENTT'
               WHEN 'D'
               WHEN 'd'
                   IF WS-AUTH-LEVEL >= 3
                       CALL 'PERCENTD'
                   ELSE
                       PERFORM RefuseChoice
                   END-IF
               WHEN 'O'
               WHEN 'o'
                   IF WS-AUTH-LEVEL >= 4
                       CALL 'PERCENTF'
                   ELSE
                       PERFORM RefuseChoice
                   END-IF
               WHEN OTHER
                   DISPLAY 'Invalid choice, please try again.'
           END-EVALUATE.
