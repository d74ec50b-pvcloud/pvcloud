*> Department master record - one record per billable department, so
*> operators can only be filed under a department that really exists,
*> the billback statements and the ledger extract carry the name and
*> cost center accounting posts against, and the nightly budget check
*> knows how many lookups a month each department has been allowed.
01 DEPARTMENT-MASTER-RECORD.
    05 DP-DEPARTMENT-CODE     PIC X(4).
    05 DP-NAME                PIC X(20).
    05 DP-COST-CENTER         PIC X(8).
*> Lookups per calendar month the department is budgeted for - every
*> audited lookup counts, rejected ones included, since a reject costs
*> the same machine time as a good answer.
    05 DP-MONTHLY-BUDGET      PIC 9(7).
*> "Y" active, "N" deactivated - like the operator master, records
*> are deactivated, never deleted, so old statements still resolve.
    05 DP-ACTIVE-FLAG         PIC X(1).
