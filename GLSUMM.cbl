001000*                                                               *
001100*    GL EXTRACT SUMMARIZATION.  READS THE GL EXTRACT WRITTEN    *
001200*    BY ADDNUMBERS, EXPLODES EACH RECORD INTO ITS OPERAND       *
001300*    POSTINGS AND NETS THEM BY POSTING DATE, OP CODE, GL        *
001400*    ACCOUNT AND DEPARTMENT INTO A SUMMARY EXTRACT FOR THE GL   *
001450*    UPLOAD JOB.                                                *
001500*    ON A HEAVY NIGHT THE UPLOAD CHEWS THROUGH TENS OF          *
001600*    THOUSANDS OF DETAIL RECORDS THAT MOSTLY NET AGAINST EACH   *
001700*    OTHER; THIS STEP COLLAPSES THEM INSIDE THE TIGHTEST PART   *
004002*                     CONTROL TOTAL, RETURN CODE, DATE/TIME)    *
004003*                     TO THE COMMON RUN-STATUS LOG (RUNSTAT)    *
004004*                     FOR THE DAY-END OPERATIONS SUMMARY.       *
004005*    10/15/26   JHM   THE NETTING KEY NOW INCLUDES THE          *
004006*                     DEPARTMENT (GL-DEPARTMENT), CARRIED TO    *
004007*                     GS-DEPARTMENT SO GLPOST KEEPS BALANCES BY *
004008*                     DEPARTMENT.  THE PROOF IS UNCHANGED.      *
004100*                                                               *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
011200         10  GLS-KEY-DATE        PIC 9(08).
011300         10  GLS-KEY-OP-CODE     PIC X(01).
011400         10  GLS-KEY-ACCOUNT     PIC 9(08).
011450         10  GLS-KEY-DEPT        PIC X(04).
011500         10  GLS-NET-AMOUNT      PIC S9(11)V99.
011600         10  GLS-POSTINGS        PIC 9(07).

025100*****************************************************************
025200*    2300-FIND-SUMM-ENTRY                                       *
025300*    LEAVES GLS-SUMM-IDX ON THE TABLE ENTRY FOR THE CURRENT     *
025400*    POSTING'S DATE / OP CODE / ACCOUNT / DEPARTMENT, ADDING A  *
025500*    NEW ENTRY WHEN THE KEY HAS NOT BEEN SEEN.  A FULL TABLE    *
025600*    ABORTS THE RUN RATHER THAN WRITING A PARTIAL SUMMARY.      *
025700*****************************************************************
025800 2300-FIND-SUMM-ENTRY.
025900     MOVE "N" TO GLS-KEY-FOUND-SW.
027100                 TO GLS-KEY-OP-CODE (GLS-SUMM-IDX)
027200             MOVE GL-OPERAND-ACCOUNT (GL-OP-IDX)
027300                 TO GLS-KEY-ACCOUNT (GLS-SUMM-IDX)
027350             MOVE GL-DEPARTMENT
027360                 TO GLS-KEY-DEPT (GLS-SUMM-IDX)
027400             MOVE ZEROS TO GLS-NET-AMOUNT (GLS-SUMM-IDX)
027500             MOVE ZEROS TO GLS-POSTINGS (GLS-SUMM-IDX)
027600         ELSE
028900         AND GLS-KEY-OP-CODE (GLS-SUMM-IDX) = GL-OP-CODE
029000         AND GLS-KEY-ACCOUNT (GLS-SUMM-IDX)
029100             = GL-OPERAND-ACCOUNT (GL-OP-IDX)
029150         AND GLS-KEY-DEPT (GLS-SUMM-IDX) = GL-DEPARTMENT
029200         MOVE "Y" TO GLS-KEY-FOUND-SW
029300         SET GLS-SUMM-IDX DOWN BY 1
029400     END-IF.
031300     MOVE GLS-KEY-DATE (GLS-SUMM-IDX)    TO GS-POSTING-DATE.
031400     MOVE GLS-KEY-OP-CODE (GLS-SUMM-IDX) TO GS-OP-CODE.
031500     MOVE GLS-KEY-ACCOUNT (GLS-SUMM-IDX) TO GS-GL-ACCOUNT.
031550     MOVE GLS-KEY-DEPT (GLS-SUMM-IDX)    TO GS-DEPARTMENT.
031600     MOVE GLS-NET-AMOUNT (GLS-SUMM-IDX)  TO GS-NET-AMOUNT.
031700     MOVE GLS-POSTINGS (GLS-SUMM-IDX)    TO GS-DETAIL-COUNT.
031800     WRITE GS-RECORD.
