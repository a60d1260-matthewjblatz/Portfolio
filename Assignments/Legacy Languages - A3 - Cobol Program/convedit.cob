        ADD 1 TO DETAIL-COUNT
        ADD 1 TO SET-DETAIL-COUNT
        IF CONVIN-DIR-ROMAN OR CONVIN-DIR-VALUE
            OR CONVIN-DIR-DATE OR CONVIN-DIR-DATE-VALUE
            PERFORM CHECK-DUPLICATE THRU CHECK-DUPLICATE-EXIT
        ELSE
            IF CONVIN-DIR-ARITH
