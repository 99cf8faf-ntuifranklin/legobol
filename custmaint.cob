      *>   Added a Suspense Work-Off option routing to
      *>   suspworkoff.cob so unapplied lockbox cash gets worked
      *>   instead of re-keyed through Adjust Balance.
      *>   Added a Tax Exemption option routing to taxexmaint.cob
      *>   for recording commercial customers' exemption
      *>   certificates.
      *>   Added a Deposit Receipts option routing to depreceipt.cob
      *>   for batch entry of customers' security deposits.
      *>   Added a Budget Billing option routing to budgetmaint.cob
      *>   for enrolling customers in levelized monthly billing.
      *>   Added a Service Agreements option routing to
      *>   contractmaint.cob for recording customers' contracts.
      *>   Added a Promotions option routing to promomaint.cob for
      *>   putting customers on promotional discount codes.
      *>   Added a supervisor-only Price Changes option routing to
      *>   pricemaint.cob for scheduling service price changes.
      *>   Added a Duplicate Payments option routing to
      *>   dupconfirm.cob for confirming or dismissing suspected
      *>   duplicate payments.
      *>   Added a Payment Transfer option routing to
      *>   paytransfer.cob for moving a misapplied payment to the
      *>   right account.
      *>   Added a Settlement Offer option routing to
      *>   settlemaint.cob for recording and approving agreements
      *>   to settle an account for less than the full balance.
      *>   Added a Guarantor option routing to guarmaint.cob for
      *>   recording, releasing, or removing an account's guarantor.
      *>   Added a Do Not Call option routing to dncmaint.cob.
      *>   Added a Hardship Program option routing to hardmaint.cob.
      *>   Added a Fee Waiver option routing to feewaive.cob;
      *>   Operators.dat now carries each operator's fee-waiver
      *>   dollar authority (OpWaiveLimit, read by WAIVELIM).
      *>   Added Complaint Entry and Complaint Update options
      *>   routing to caseentry.cob and caseupdate.cob.
      *>   Added a Contact Preferences option routing to
      *>   prefmaint.cob.
      *>   Added an E-mail / Paperless option routing to
      *>   emailmaint.cob.
      *>   Added a Purchase Order option routing to pomaint.cob.
      *>   Added an Audit Confirmation Reply option routing to
      *>   confirmreply.cob.
      *>   Added a supervisor-only Tax ID (1099) option routing to
      *>   tinmaint.cob.
      *>   Added a supervisor-only Sanctions Review option routing
      *>   to sanctreview.cob.
      *>   Added a supervisor-only Refund Hold Review option routing
      *>   to refundrel.cob.
      *>   Operators.dat now carries each operator's own customer
      *>   IDNum (OpOwnIDNum, their employee-class account, read by
      *>   OWNACCT) so maintenance on it is refused.
      *>   Added a supervisor-only Branch Assignment option routing
      *>   to branchmaint.cob.  Operators.dat now carries each
      *>   operator's home branch (OpBranch, read by BRANCHCK);
      *>   the sign-on shows it, and an operator with a home branch
      *>   may change only that branch's customers - the update
      *>   programs check the customer through BRANCHCK once it is
      *>   keyed.  Supervisors, and operators with no home branch,
      *>   work every branch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 OpID                    PIC X(08).
           02 OpName                   PIC X(20).
           02 OpRole                   PIC X(01).
           02 OpWaiveLimit             PIC 9(05)V99.
           02 OpOwnIDNum               PIC 9(05).
           02 OpBranch                 PIC X(03).

       FD CurrentOpFile.
       01 CurrentOpRecord.
                               MOVE OpRole TO WSOperatorRole
                               SET WSSignedOn TO TRUE
                               DISPLAY "Signed on: " OpName
                               PERFORM Show-Branch-Scope
                               MOVE 'Y' TO WSEOF
                           END-IF
                   END-READ
               PERFORM Record-Sign-On
           END-IF.

      *> The branch limit itself is applied per customer by
      *> BRANCHCK; this only tells the operator where it stands.

       Show-Branch-Scope.
           IF OpRole = 'S' OR OpBranch = SPACES
               DISPLAY "Branch scope: all branches"
           ELSE
               DISPLAY "Home branch: " OpBranch
                   " - changes limited to this branch's customers"
           END-IF.

       Record-Sign-On.
           OPEN OUTPUT CurrentOpFile
           MOVE WSSignOnID TO CurOpID
           DISPLAY "33. Statement Reprint"
           IF NOT WSRoleInquiry
               DISPLAY "34. Transaction Codes"
               DISPLAY "35. Tax Exemption"
               DISPLAY "36. Deposit Receipts"
               DISPLAY "37. Budget Billing"
               DISPLAY "38. Service Agreements"
               DISPLAY "39. Promotions"
           END-IF
           IF WSRoleSupervisor
               DISPLAY "40. Price Changes"
           END-IF
           IF NOT WSRoleInquiry
               DISPLAY "41. Duplicate Payments"
               DISPLAY "42. Payment Transfer"
               DISPLAY "43. Settlement Offer"
               DISPLAY "44. Guarantor"
               DISPLAY "45. Do Not Call"
               DISPLAY "46. Hardship Program"
               DISPLAY "47. Fee Waiver"
               DISPLAY "48. Complaint Entry"
               DISPLAY "49. Complaint Update"
               DISPLAY "50. Contact Preferences"
               DISPLAY "51. E-mail / Paperless"
               DISPLAY "52. Purchase Order"
               DISPLAY "53. Audit Confirmation Reply"
               DISPLAY "54. Tax ID (1099)"
               DISPLAY "55. Sanctions Review"
               DISPLAY "56. Refund Hold Review"
           END-IF
           IF WSRoleSupervisor
               DISPLAY "57. Branch Assignment"
           END-IF
           DISPLAY "99. Exit"
           DISPLAY "Selection: " WITH NO ADVANCING
               WHEN 32 CALL 'archinquire'
               WHEN 33 CALL 'stmtreprint'
               WHEN 34 CALL 'transmaint'
               WHEN 35 CALL 'taxexmaint'
               WHEN 36 CALL 'depreceipt'
               WHEN 37 CALL 'budgetmaint'
               WHEN 38 CALL 'contractmaint'
               WHEN 39 CALL 'promomaint'
               WHEN 40 CALL 'pricemaint'
               WHEN 41 CALL 'dupconfirm'
               WHEN 42 CALL 'paytransfer'
               WHEN 43 CALL 'settlemaint'
               WHEN 44 CALL 'guarmaint'
               WHEN 45 CALL 'dncmaint'
               WHEN 46 CALL 'hardmaint'
               WHEN 47 CALL 'feewaive'
               WHEN 48 CALL 'caseentry'
               WHEN 49 CALL 'caseupdate'
               WHEN 50 CALL 'prefmaint'
               WHEN 51 CALL 'emailmaint'
               WHEN 52 CALL 'pomaint'
               WHEN 53 CALL 'confirmreply'
               WHEN 54 CALL 'tinmaint'
               WHEN 55 CALL 'sanctreview'
               WHEN 56 CALL 'refundrel'
               WHEN 57 CALL 'branchmaint'
               WHEN 99 SET WSExit TO TRUE
               WHEN OTHER DISPLAY "Invalid selection."
           END-EVALUATE.

       Check-Authority.
           EVALUATE TRUE
               WHEN (WSChoice = 3 OR WSChoice = 30
                       OR WSChoice = 40 OR WSChoice = 54
                       OR WSChoice = 55 OR WSChoice = 56
                       OR WSChoice = 57)
                   AND NOT WSRoleSupervisor
                   DISPLAY "Not authorized - supervisors only."
                   MOVE 0 TO WSChoice
