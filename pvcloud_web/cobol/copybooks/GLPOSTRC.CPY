    05 GL-BILL-COUNT          PIC 9(7).
    05 GL-REJECT-COUNT        PIC 9(7).
    05 GL-AMOUNT              PIC 9(9)V99.
*> Department name and cost center from the DEPTMAST.DAT department
*> master, so the ledger load posts to the cost center directly
*> instead of accounting keeping its own department cross-reference.
*> Blank on the "T" trailer; a detail for a department not on the
*> master carries a blank cost center and a flagged name.
    05 GL-DEPT-NAME           PIC X(20).
    05 GL-COST-CENTER         PIC X(8).
*> Effective date of the rate the detail was priced at - a source
*> whose rate changed within the month posts one detail per rate
*> period, so the ledger shows what was charged when. Blank for usage
*> with no rate on file and on the "T" trailer; zeros for a rate that
*> has been in effect from the beginning.
    05 GL-EFFECTIVE-DATE      PIC X(8).
