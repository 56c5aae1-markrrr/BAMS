01 ExpenseGrantTag.
    05 TagExpenseID pic x(6).
    05 TagGrantCode pic x(8).
    05 TagDate      pic x(8).
    05 TagBy        pic x(3).
