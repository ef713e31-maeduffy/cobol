000900*    RECORD ID, THE DATE IT FAILED, AND A REASON CODE:           *
001000*        EX = EXCEPTION (SIZE ERROR / DIVIDE BY ZERO)            *
001100*        OP = UNRECOGNIZED OPERATOR                              *
001110*        LN = RE-RUN FOR A WRONG "let" VALUE - WRITTEN BY THE    *
001120*             ASS6LINE IMPACT REPORT, NOT BY THE EVALUATOR       *
001130*        RV = RESULT REJECTED ON REVIEW - WRITTEN BY THE         *
001140*             ASS6RVW RELEASE UTILITY WHEN THE DESK REJECTS      *
001150*             A RESULT THE REASONABLENESS CHECK HELD BACK        *
001200*                                                                *
001300*    THE DESK CORRECTS THE OPERANDS IN PLACE AND THE FILE IS     *
001400*    FED BACK THROUGH ASS6 IN REWORK MODE (CONTROL CARD "W"),    *
