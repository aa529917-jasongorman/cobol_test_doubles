      *                  THE APPROVER FIELD STOPS BEING FREE TEXT
      *                  NOBODY VALIDATES. A SHIFT LEAD CARRIES A
      *                  SMALL LIMIT; MANAGER CODES GO HIGHER.
      *                  TILL-CLOSE KEEPS A TALLY OF DRAWER SHORTAGES
      *                  AGAINST THE OPERATOR AND FLAGS A REPEAT
      *                  OFFENDER FOR MANAGEMENT REVIEW; OPERATOR-LOAD
      *                  CLEARS THE TALLY ONCE THE REVIEW IS DONE.
      *                  AN EMPLOYEE'S MONTHLY STAFF RENTAL ALLOWANCE
      *                  IS CARRIED HERE TOO; RENTAL-POST SPENDS IT
      *                  AGAINST RENTALS ON THE LINKED MEMBERSHIP.
      *****************************************************************
       01  OPERATOR-MASTER-RECORD.
           05  OP-OPERATOR-ID      PIC X(08).
           05  OP-ACTIVE-FLAG      PIC X(01).
               88  OP-OPERATOR-ACTIVE      VALUE 'A'.
               88  OP-OPERATOR-INACTIVE    VALUE 'I'.
      *    SHORT SHIFTS COUNTED SINCE OP-SHORT-WINDOW-START. A SHORT
      *    MORE THAN THE REVIEW WINDOW AFTER THE START BEGINS A NEW
      *    WINDOW. OP-LAST-SHORT-DATE KEEPS A RERUN OF TILL-CLOSE
      *    FROM COUNTING THE SAME SHIFT TWICE.
           05  OP-SHORT-COUNT      PIC 9(3).
           05  OP-SHORT-WINDOW-START PIC 9(8).
           05  OP-LAST-SHORT-DATE  PIC 9(8).
           05  OP-REVIEW-FLAG      PIC X(01).
               88  OP-SHORTAGE-REVIEW      VALUE 'Y'.
      *    THE OPERATOR'S OWN MEMBERSHIP, IF THEY RENT WITH US, SO
      *    THE OPERATOR ACTIVITY REVIEW CAN SPOT APPROVALS ON THEIR
      *    OWN ACCOUNT OR HOUSEHOLD. SPACES IF THEY HAVE NONE.
           05  OP-MEMBER-ID        PIC X(08).
      *    DOLLARS OF RENTALS PER CALENDAR MONTH THE SHOP PAYS FOR ON
      *    THE OPERATOR'S OWN MEMBERSHIP. ZERO MEANS NO ALLOWANCE; THE
      *    MEMBERSHIP IS STILL TREATED AS A STAFF ACCOUNT.
           05  OP-STAFF-ALLOWANCE  PIC 9(3)V9(2).
