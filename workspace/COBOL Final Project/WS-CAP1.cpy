       01  CAP1-COLLECT-VARS.
           03  CAP1-CHARGEOFF-CYCLES PIC 9(2)  VALUE 06.

      * PENALTY PRICING: AN ACCOUNT THIS MANY CYCLES PAST DUE IS
      * NOTICED AND, THE NOTICE DAYS LATER, REPRICED AT ITS PRODUCT'S
      * PENALTY RATE (THIS RATE WHEN THE PRODUCT CARRIES NONE) UNTIL
      * THE CURE COUNT OF CONSECUTIVE ON-TIME CYCLES RESTORES IT.
       01  CAP1-PENALTY-VARS.
           03  CAP1-PENALTY-RATE    PIC V9(4)   VALUE .0249.
           03  CAP1-PENALTY-CYCLES  PIC 9(2)    VALUE 02.
           03  CAP1-PENALTY-NOTICE-DY PIC 9(3)  VALUE 045.
           03  CAP1-PENALTY-CURE-CYC PIC 9(2)   VALUE 06.

      * DAYS BETWEEN A VARIABLE-RATE CHANGE-IN-TERMS NOTICE AND THE
      * FIRST DAY THE NEW RATE CAN APPLY.
       01  CAP1-RATECHG-VARS.
           03  CAP1-RATECHG-NOTICE-DY PIC 9(3)  VALUE 045.

      * SCRA: INTEREST PLUS FEES ON A SERVICEMEMBER'S PRE-SERVICE
      * BALANCE CAP AT THIS MONTHLY RATE (6% APR); PROTECTION ENDING
      * WITHIN THE WARNING DAYS IS FLAGGED BY THE NIGHTLY CHECK.
       01  CAP1-SCRA-VARS.
           03  CAP1-SCRA-RATE       PIC V9(4)   VALUE .0050.
           03  CAP1-SCRA-WARN-DY    PIC 9(3)    VALUE 030.

       01  CAP1-FRAUD-VARS.
           03  CAP1-FRAUD-DAY-CT    PIC 9(3)    VALUE 010.
           03  CAP1-FRAUD-DECL-CT   PIC 9(3)    VALUE 003.
           03  CAP1-FRAUD-PCT       PIC V99     VALUE .80.
      * SHARE OF A MERCHANT'S ADDRESS-VERIFIED CHARGES COMING BACK
      * NO MATCH THAT FLAGS IT FOR FRAUD REVIEW ON THE MONTHLY AVS
      * MISMATCH REPORT.
           03  CAP1-FRAUD-AVS-PCT   PIC V99     VALUE .10.

      * ANTI-MONEY-LAUNDERING: A DAY'S CASH ADVANCES OVER THE
      * CURRENCY REPORTING LIMIT GO ON THE CURRENCY REPORT. NEAR-CT
      * ADVANCES EACH AT NEAR-PCT OF THAT LIMIT OR MORE, BUT UNDER
      * IT, LOOK LIKE STRUCTURING. A LOCKBOX PAYMENT OVER LBX-MULT
      * TIMES THE CREDIT LIMIT, OR A REFUND CHECK OF REFUND-MIN OR
      * MORE PAID OUT OF PAYMENTS MADE IN THE LAST LOOK-DY DAYS,
      * OPENS A BSA CASE.
       01  CAP1-AML-VARS.
           03  CAP1-AML-CTR-LIMIT   PIC 9(7)V99 VALUE 10000.00.
           03  CAP1-AML-NEAR-PCT    PIC V99     VALUE .90.
           03  CAP1-AML-NEAR-CT     PIC 9(3)    VALUE 003.
           03  CAP1-AML-LBX-MULT    PIC 9V99    VALUE 1.50.
           03  CAP1-AML-REFUND-MIN  PIC 9(7)V99 VALUE 1000.00.
           03  CAP1-AML-LOOK-DY     PIC 9(3)    VALUE 030.

      * PROACTIVE LINE REVIEW POLICY BANDS: A CLEAN ACCOUNT SCORING
      * UP-SCORE OR BETTER AND USING UP-UTIL OF ITS LINE IS OFFERED
      * UP-PCT MORE (NEVER PAST CAP1-LIMITREQ-CEILING); ONE SCORING
      * UNDER DN-SCORE, OR WITH DN-LATE LATE CYCLES IN THE LAST SIX,
      * IS CUT DN-PCT (NEVER BELOW THE BALANCE OR CAP1-LIMIT-MIN),
      * EFFECTIVE NOTICE-DY DAYS AFTER APPROVAL.
       01  CAP1-LINE-VARS.
           03  CAP1-LINE-UP-SCORE   PIC 9(3)    VALUE 720.
           03  CAP1-LINE-UP-UTIL    PIC V99     VALUE .30.
           03  CAP1-LINE-UP-PCT     PIC V99     VALUE .20.
           03  CAP1-LINE-DN-SCORE   PIC 9(3)    VALUE 600.
           03  CAP1-LINE-DN-LATE    PIC 9(3)    VALUE 002.
           03  CAP1-LINE-DN-PCT     PIC V99     VALUE .25.
           03  CAP1-LINE-NOTICE-DY  PIC 9(3)    VALUE 045.

      * ADVERSE ACTION REASONS READ OFF A DECLINED LIMIT REQUEST'S
      * ACCOUNT: A BUREAU SCORE UNDER SCORE-MIN, A BALANCE USING
      * UTIL-PCT OR MORE OF THE LINE, OR ANY MISSED CYCLE.
       01  CAP1-AAN-VARS.
           03  CAP1-AAN-SCORE-MIN   PIC 9(3)    VALUE 660.
           03  CAP1-AAN-UTIL-PCT    PIC V99     VALUE .50.

      * DUPLICATE CUSTOMER MATCHING (G3-DUP-SCORE POINTS, 0-100): A
      * PAIR AT REVIEW-MIN OR ABOVE GOES ON THE BATCH REVIEW LIST; A
      * NEW SIGNUP AT WARN-MIN OR ABOVE IS WARNED ABOUT AT THE DESK.
       01  CAP1-DUP-VARS.
           03  CAP1-DUP-REVIEW-MIN  PIC 9(3)    VALUE 045.
           03  CAP1-DUP-WARN-MIN    PIC 9(3)    VALUE 055.

      * DUAL CONTROL ON MANUAL TRANSACTIONS: AN ENTRY OVER DUAL-AMT,
      * OR A CREDIT (PAYMENT OR REFUND) OVER CREDIT-AMT, IS HELD FOR
      * A SECOND, SUPERVISOR-ROLE OPERATOR TO APPROVE. ONE STILL
      * UNDECIDED PEND-DY DAYS AFTER ENTRY EXPIRES UNPOSTED.
       01  CAP1-MTD-VARS.
           03  CAP1-MTD-DUAL-AMT    PIC 9(7)V99 VALUE 2500.00.
           03  CAP1-MTD-CREDIT-AMT  PIC 9(7)V99 VALUE 250.00.
           03  CAP1-MTD-PEND-DY     PIC 9(3)    VALUE 005.

      * COURTESY FEE WAIVERS: THE MOST ONE CUSTOMER MAY HAVE WAIVED
      * IN A CALENDAR YEAR (DOLLARS AND NUMBER OF WAIVERS, EVERY DESK
      * COUNTED) BEFORE THE OPERATOR'S ROLE CAN WAIVE NO MORE.
       01  CAP1-WVR-VARS.
           03  CAP1-WVR-TELLER-AMT  PIC 9(5)V99 VALUE 75.00.
           03  CAP1-WVR-TELLER-CT   PIC 9(3)    VALUE 002.
           03  CAP1-WVR-SUPV-AMT    PIC 9(5)V99 VALUE 250.00.
           03  CAP1-WVR-SUPV-CT     PIC 9(3)    VALUE 004.
           03  CAP1-WVR-ADMIN-AMT   PIC 9(5)V99 VALUE 1000.00.
           03  CAP1-WVR-ADMIN-CT    PIC 9(3)    VALUE 012.

      * DUNNING LETTERS: A DELINQUENT ACCOUNT GETS ONE LETTER PER
      * STAGE (30/60/90/120 DAYS); THE SAME STAGE IS LETTERED AGAIN
      * ONLY WHEN THE LAST LETTER IS THIS MANY DAYS OLD - A NEW
      * DELINQUENCY AFTER THE CUSTOMER CAUGHT UP.
       01  CAP1-DUN-VARS.
           03  CAP1-DUN-GAP-DY      PIC 9(3)    VALUE 045.

      * PAYOFF QUOTES: THE FURTHEST AHEAD A QUOTE MAY BE GOOD THROUGH.
       01  CAP1-PQT-VARS.
           03  CAP1-PQT-MAX-DY      PIC 9(3)    VALUE 030.

      * PRE-SCREENED OFFERS TO VFX MEMBERS WITH NO CARD: A PRESCREEN
      * SCORE UNDER MIN-SCORE GETS NO OFFER; AT A-SCORE OR BETTER THE
      * MEMBER IS OFFERED PRODUCT A-CTY AT LIMIT A-LIMIT, AT B-SCORE
      * PRODUCT B, AND OTHERWISE PRODUCT C. AN OFFER CODE IS GOOD
      * FOR VALID-DY DAYS.
       01  CAP1-PSO-VARS.
           03  CAP1-PSO-MIN-SCORE   PIC 9(3)    VALUE 640.
           03  CAP1-PSO-VALID-DY    PIC 9(3)    VALUE 060.
           03  CAP1-PSO-A-SCORE     PIC 9(3)    VALUE 740.
           03  CAP1-PSO-A-CTY       PIC 9(3)    VALUE 003.
           03  CAP1-PSO-A-LIMIT     PIC 9(7)    VALUE 5000.
           03  CAP1-PSO-B-SCORE     PIC 9(3)    VALUE 690.
           03  CAP1-PSO-B-CTY       PIC 9(3)    VALUE 002.
           03  CAP1-PSO-B-LIMIT     PIC 9(7)    VALUE 2500.
           03  CAP1-PSO-C-CTY       PIC 9(3)    VALUE 001.
           03  CAP1-PSO-C-LIMIT     PIC 9(7)    VALUE 1000.

      * REWARDS INTO VFX: POINTS BURNED PER DOLLAR OF VFX STORE CREDIT
      * OR OF A TITLE'S LIST PRICE WHEN A MEMBER REDEEMS INTO VFX.
       01  CAP1-RDV-VARS.
           03  CAP1-RDV-PTS-PER-DOL PIC 9(3)    VALUE 100.

      * PRIVACY REQUESTS: AN EXPORT OR ERASURE IS DUE THIS MANY DAYS
      * AFTER IT IS RECEIVED. A CLOSED ACCOUNT'S RECORDS STAY UNDER
      * LEGAL RETENTION FOR THE YEARS GIVEN AFTER ITS LAST ACTIVITY
      * AND ARE NOT ERASED BEFORE THEN.
       01  CAP1-PRIV-VARS.
           03  CAP1-PRIV-DUE-DY     PIC 9(3)    VALUE 030.
           03  CAP1-PRIV-RETAIN-YR  PIC 9(2)    VALUE 07.

       01  CAP1-NSF-VARS.
           03  CAP1-NSF-FEE-AMT     PIC 9(4)V99 VALUE 25.00.

      * REFUND CHECKS ARE DRAWN ON THIS ACCOUNT AT THE BANK; THE
      * POSITIVE PAY FILE CARRIES IT ON EVERY LINE.
       01  CAP1-REFUND-VARS.
           03  CAP1-REFUND-MIN-CR   PIC 9(4)V99 VALUE 1.00.
           03  CAP1-REFUND-ACCT     PIC 9(12)   VALUE 447000002108.

      * UNCLAIMED PROPERTY: A REFUND CHECK UNCASHED THIS MANY DAYS IS
      * STALE; A CREDIT BALANCE IS ABANDONED AFTER THE OWNER'S STATE
      * DORMANCY PERIOD (ESCH-STATE.TXT, ELSE THE DEFAULT MONTHS).
      * EITHER ESCHEATS ONCE THE DUE-DILIGENCE LETTER HAS GONE
      * UNANSWERED FOR THE WAIT DAYS.
       01  CAP1-ESCHEAT-VARS.
           03  CAP1-ESCH-STALE-DY   PIC 9(3)    VALUE 180.
           03  CAP1-ESCH-DORM-MO    PIC 9(3)    VALUE 036.
           03  CAP1-ESCH-WAIT-DY    PIC 9(3)    VALUE 060.

      * CASH ADVANCES CAP AT A FRACTION OF THE CREDIT LIMIT AND
      * CARRY AN UPFRONT FEE POSTED AT THE TIME OF THE ADVANCE.
           03  CAP1-MINPAY-FLOOR    PIC 9(7)V99 VALUE 25.00.
           03  CAP1-DUE-DAY         PIC 9(2)    VALUE 25.

      * MONTH-END PREVIEW: AN ACCOUNT IS FLAGGED FOR REVIEW WHEN THE
      * CYCLE'S INTEREST AND FEES COME TO MORE THAN THIS PERCENT OF
      * THE BALANCE CARRIED IN, OR ITS NEW MINIMUM DUE MOVES BY MORE
      * THAN THIS PERCENT FROM LAST CYCLE'S.
       01  CAP1-PREVIEW-VARS.
           03  CAP1-PV-CHG-PCT      PIC 9(3)    VALUE 005.
           03  CAP1-PV-MIN-PCT      PIC 9(3)    VALUE 050.

      * GL ACCOUNT THE JOURNAL EXTRACT BOOKS ANY SIDE OF AN EVENT TO
      * WHEN NO POSTING RULE MAPS IT, OR THE RULE NAMES AN ACCOUNT
      * NOT OPEN ON THE CHART OF ACCOUNTS.
       01  CAP1-GL-VARS.
           03  CAP1-GL-SUSPENSE     PIC 9(6)    VALUE 199999.

      * COMPLAINT CASES: DAYS TO RESPOND TO ONE COMPLAINING TO US
      * DIRECTLY AND TO ONE A REGULATOR REFERRED, AND HOW MANY DAYS
      * BEFORE DUE AN UNRESOLVED CASE IS ESCALATED.
       01  CAP1-CMP-VARS.
           03  CAP1-CMP-DUE-DY      PIC 9(3)    VALUE 030.
           03  CAP1-CMP-REG-DUE-DY  PIC 9(3)    VALUE 015.
           03  CAP1-CMP-ESC-DY      PIC 9(3)    VALUE 005.

       01  CAP1-LIMITREQ-VARS.
           03  CAP1-LIMITREQ-CEILING PIC 9(7)   VALUE 50000.

           03  CAP1-STMT-PTS-EARN   PIC 9(9).
           03  CAP1-STMT-PTS-BURN   PIC 9(9).
           03  CAP1-STMT-PTS-EXP    PIC 9(9).
      * HOW THE CYCLE'S PAYMENTS WERE SPLIT ACROSS THE BALANCE
      * SEGMENTS (PAYALLOC.DAT), AND WHAT EACH SEGMENT NOW CARRIES.
           03  CAP1-STMT-PAY-INST   PIC 9(9)V99.
           03  CAP1-STMT-PAY-PROMO  PIC 9(9)V99.
           03  CAP1-STMT-PAY-PURCH  PIC 9(9)V99.
           03  CAP1-STMT-PAY-CASH   PIC 9(9)V99.
           03  CAP1-STMT-SEG-INST   PIC S9(7)V99.
           03  CAP1-STMT-SEG-PROMO  PIC S9(7)V99.
           03  CAP1-STMT-SEG-PURCH  PIC S9(7)V99.
           03  CAP1-STMT-SEG-CASH   PIC S9(7)V99.
       
       01  CAP1-M-VARS.
           03  CAP1-M-SEL      PIC X.
       01  CAP1-EDIT-VARS.
           03  CAP1-CHECK      PIC X.
           03  CAP1-DELETE     PIC X.
           03  CAP1-DENY-RSN   PIC X(8).
           03  CAP1-SEARCH     PIC X(35).
           03  CAP1-EDIT.
               05  CAP1-ORIG-REC.
