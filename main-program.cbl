       SELECT BANK-ACCOUNT-TEMP ASSIGN TO "../BANK-ACCOUNT.DAT.TMP"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BANK-TRANSFER ASSIGN TO "../BANK-TRANSFER.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-BT-FILE-STATUS.
       SELECT CHECK-LIST ASSIGN TO "../PAY-BY-CHECK.TXT"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ATTEND-REPORT ASSIGN TO "../ATTENDANCE-EXCEPTIONS.TXT"
       SELECT YTD-DEDUCTIONS-BAK
		      ASSIGN TO "../YTD-DEDUCTIONS.DAT.BAK"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RETRO-ADJUST-BAK ASSIGN TO "../RETRO-ADJUST.DAT.BAK"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LOANS-BAK ASSIGN TO "../LOANS.DAT.BAK"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT COST-CENTERS-BAK ASSIGN TO "../COST-CENTERS.DAT.BAK"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EMP-COST-CENTER-BAK
		      ASSIGN TO "../EMP-COST-CENTER.DAT.BAK"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PAYSLIP-HISTORY ASSIGN TO "../PAYSLIP-HISTORY.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-PH-FILE-STATUS.
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PAY-CALENDAR-TEMP ASSIGN TO "../PAY-CALENDAR.DAT.TMP"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RATE-HISTORY ASSIGN TO "../PAY-RATE-HISTORY.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-RH-FILE-STATUS.
       SELECT RETRO-ADJUST ASSIGN TO "../RETRO-ADJUST.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-RA-FILE-STATUS.
       SELECT RETRO-ADJUST-TEMP ASSIGN TO "../RETRO-ADJUST.DAT.TMP"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BANK-RETURN ASSIGN TO "../BANK-RETURN.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-BR-FILE-STATUS.
       SELECT BANK-REISSUE ASSIGN TO "../BANK-REISSUE.TXT"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BANK-RECON ASSIGN TO "../BANK-RECON.TXT"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TAX-TABLE ASSIGN TO "../TAX-TABLE.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-TX-FILE-STATUS.
       SELECT PAY-FREQ-POLICY ASSIGN TO "../PAY-FREQ-POLICY.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-PF-FILE-STATUS.
       SELECT LOANS ASSIGN TO "../LOANS.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-LO-FILE-STATUS.
       SELECT LOANS-TEMP ASSIGN TO "../LOANS.DAT.TMP"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LOAN-LEDGER ASSIGN TO "../LOAN-LEDGER.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-LG-FILE-STATUS.
       SELECT LOAN-REPORT ASSIGN TO "../LOAN-REPORT.TXT"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT HOLIDAYS ASSIGN TO "../HOLIDAYS.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-HO-FILE-STATUS.
       SELECT COST-CENTERS ASSIGN TO "../COST-CENTERS.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-CC-FILE-STATUS.
       SELECT COST-CENTERS-TEMP ASSIGN TO "../COST-CENTERS.DAT.TMP"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EMP-COST-CENTER ASSIGN TO "../EMP-COST-CENTER.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-EC-FILE-STATUS.
       SELECT EMP-COST-CENTER-TEMP
		      ASSIGN TO "../EMP-COST-CENTER.DAT.TMP"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LABOR-DIST ASSIGN TO "../LABOR-DISTRIBUTION.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT GL-JOURNAL ASSIGN TO "../GL-JOURNAL.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FINAL-GL ASSIGN TO "../FINAL-PAY-GL.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-FG-FILE-STATUS.
       SELECT FINAL-REMIT ASSIGN TO "../FINAL-PAY-REMIT.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-FR-FILE-STATUS.
       SELECT BONUS-GL ASSIGN TO "../BONUS-GL.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BONUS-REMIT ASSIGN TO "../BONUS-REMIT.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT HR-IMPORT ASSIGN TO "../HR-IMPORT.CSV"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-HI-FILE-STATUS.
       SELECT HR-REJECTS ASSIGN TO "../HR-IMPORT-REJECTS.TXT"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SEPARATIONS ASSIGN TO "../SEPARATIONS.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-SP-FILE-STATUS.
       SELECT FINAL-PAYSLIP ASSIGN TO "../FINAL-PAYSLIP.TXT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-FS-FILE-STATUS.
       SELECT FINAL-BANK ASSIGN TO "../FINAL-PAY-TRANSFER.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-FB-FILE-STATUS.
       SELECT FINAL-CHECK ASSIGN TO "../FINAL-PAY-CHECK.TXT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-FK-FILE-STATUS.
       SELECT BONUS-POLICY ASSIGN TO "../BONUS-POLICY.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-BP-FILE-STATUS.
       SELECT BONUS-HISTORY ASSIGN TO "../BONUS-HISTORY.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-BH-FILE-STATUS.
       SELECT BONUS-PAYSLIP ASSIGN TO "../BONUS-PAYSLIPS.TXT"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BONUS-REGISTER ASSIGN TO "../BONUS-REGISTER.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BONUS-BANK ASSIGN TO "../BONUS-TRANSFER.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-BB-FILE-STATUS.
       SELECT BONUS-CHECK ASSIGN TO "../BONUS-CHECK.TXT"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT VARIANCE-POLICY ASSIGN TO "../VARIANCE-POLICY.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-VP-FILE-STATUS.
       SELECT VARIANCE-REPORT ASSIGN TO "../VARIANCE-REPORT.TXT"
		      ORGANIZATION IS LINE SEQUENTIAL.
       SELECT VARIANCE-SIGNOFF ASSIGN TO "../VARIANCE-SIGNOFF.DAT"
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-VS-FILE-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD USER-INFO.
               02  W_D_EFF_START PIC X(8).
               02  W_D_EFF_END PIC X(8).
               02  W_D_STATUS PIC X(1).
               02  W_D_PRETAX PIC X(1).
           01  DEDUCTIONS-FILE-OLD.
               02  WOD_EMPLOYEE_NO PIC 9(10).
               02  WOD_CODE PIC X(10).
               02  WD_EFF_START PIC X(8).
               02  WD_EFF_END PIC X(8).
               02  WD_STATUS PIC X(1).
               02  WD_PRETAX PIC X(1).
           FD PAYROLL-REGISTER.
           01  REGISTER-LINE PIC X(200).
           FD AUDIT-TRAIL.
           01  BANK-ACCOUNT-TEMP-FILE PIC X(42).
           FD BANK-TRANSFER.
           01  BANK-LINE PIC X(80).
           01  BANK-LINE-HDR.
               02  W_BTH_TYPE PIC X(3).
               02  W_BTH_DATE PIC X(8).
               02  FILLER PIC X(1).
               02  W_BTH_START PIC X(8).
               02  FILLER PIC X(1).
               02  W_BTH_END PIC X(8).
               02  FILLER PIC X(51).
           01  BANK-LINE-DTL.
               02  W_BTD_TYPE PIC X(3).
               02  W_BTD_EMPLOYEE_NO PIC 9(10).
               02  W_BTD_BANK PIC X(10).
               02  W_BTD_ACCT PIC X(20).
               02  W_BTD_ACCT_TYPE PIC X(1).
               02  W_BTD_AMOUNT PIC 9(10)V99.
               02  FILLER PIC X(24).
           01  BANK-LINE-TRL.
               02  W_BTT_TYPE PIC X(3).
               02  W_BTT_COUNT PIC 9(5).
               02  W_BTT_TOTAL PIC 9(12)V99.
               02  FILLER PIC X(58).
           FD CHECK-LIST.
           01  CHECK-LINE PIC X(80).
           FD ATTEND-REPORT.
               02  W_Y_LEAVE_HRS PIC 9(5)V99.
               02  W_Y_DED PIC 9(10)V99.
               02  W_Y_NET PIC 9(10)V99.
               02  W_Y_BASIC PIC 9(10)V99.
           01  YTD-EARNINGS-FILE-OLD.
               02  WOY_EMPLOYEE_NO PIC 9(10).
               02  WOY_YEAR PIC X(2).
               02  WOY_DED PIC 9(10)V99.
               02  WOY_NET PIC 9(10)V99.
           FD YTD-EARNINGS-TEMP.
           01  YTD-EARNINGS-TEMP-FILE PIC X(90).
           FD YTD-DEDUCTIONS.
           01  YTD-DEDUCTIONS-FILE.
               02  W_YD_EMPLOYEE_NO PIC 9(10).
           FD LEAVE-BALANCE-BAK.
           01  LEAVE-BALANCE-BAK-FILE PIC X(22).
           FD DEDUCTIONS-BAK.
           01  DEDUCTIONS-BAK-FILE PIC X(79).
           FD BANK-ACCOUNT-BAK.
           01  BANK-ACCOUNT-BAK-FILE PIC X(42).
           FD YTD-EARNINGS-BAK.
           01  YTD-EARNINGS-BAK-FILE PIC X(90).
           FD YTD-DEDUCTIONS-BAK.
           01  YTD-DEDUCTIONS-BAK-FILE PIC X(36).
           FD RETRO-ADJUST-BAK.
           01  RETRO-ADJUST-BAK-FILE PIC X(115).
           FD LOANS-BAK.
           01  LOANS-BAK-FILE PIC X(107).
           FD COST-CENTERS-BAK.
           01  COST-CENTERS-BAK-FILE PIC X(51).
           FD EMP-COST-CENTER-BAK.
           01  EMP-COST-CENTER-BAK-FILE PIC X(20).
           FD PAYSLIP-HISTORY.
           01  PAYSLIP-HISTORY-FILE.
               02  W_PH_EMPLOYEE_NO PIC 9(10).
           01  ACCRUAL-LINE PIC X(80).
           FD DATE-FMT-FLAG.
           01  DATE-FMT-FLAG-FILE PIC X(8).
           FD RATE-HISTORY.
           01  RATE-HISTORY-FILE.
               02  W_RH_EMPLOYEE_NO PIC 9(10).
               02  W_RH_RATE PIC 9(8)V99.
               02  W_RH_EFF_DATE PIC X(8).
               02  W_RH_APPROVED_BY PIC 9(10).
               02  W_RH_ENTERED_DATE PIC X(8).
           FD RETRO-ADJUST.
           01  RETRO-ADJUST-FILE.
               02  W_RA_EMPLOYEE_NO PIC 9(10).
               02  W_RA_ORIG_PERIOD PIC X(17).
               02  W_RA_GROSS PIC S9(10)V99 SIGN LEADING SEPARATE.
               02  W_RA_NET PIC S9(10)V99 SIGN LEADING SEPARATE.
               02  W_RA_STATUS PIC X(1).
               02  W_RA_PAID_PERIOD PIC X(17).
               02  W_RA_CREATED PIC X(8).
               02  W_RA_APPROVED_BY PIC 9(10).
               02  W_RA_TAX PIC S9(10)V99 SIGN LEADING SEPARATE.
               02  W_RA_BASIC PIC S9(10)V99 SIGN LEADING SEPARATE.
           FD RETRO-ADJUST-TEMP.
           01  RETRO-ADJUST-TEMP-FILE PIC X(115).
           FD BANK-RETURN.
           01  BANK-RETURN-FILE.
               02  W_BR_TYPE PIC X(3).
               02  W_BR_EMPLOYEE_NO PIC 9(10).
               02  W_BR_AMOUNT PIC 9(10)V99.
               02  W_BR_RESULT PIC X(1).
               02  W_BR_REASON PIC X(30).
           01  BANK-RETURN-HDR.
               02  W_BRH_TYPE PIC X(3).
               02  W_BRH_DATE PIC X(8).
               02  FILLER PIC X(1).
               02  W_BRH_START PIC X(8).
               02  FILLER PIC X(1).
               02  W_BRH_END PIC X(8).
               02  FILLER PIC X(27).
           FD BANK-REISSUE.
           01  REISSUE-LINE PIC X(80).
           FD BANK-RECON.
           01  RECON-LINE PIC X(80).
           FD TAX-TABLE.
           01  TAX-TABLE-FILE.
               02  W_X_FREQ PIC X(1).
               02  W_X_EFF_DATE PIC X(8).
               02  W_X_FLOOR PIC 9(8)V99.
               02  W_X_BASE PIC 9(8)V99.
               02  W_X_RATE PIC 9(3)V99.
           FD PAY-FREQ-POLICY.
           01  PAY-FREQ-POLICY-FILE.
               02  W_PF_FREQ PIC X(1).
               02  W_PF_SET_DATE PIC X(8).
               02  W_PF_SET_BY PIC 9(10).
           FD LOANS.
           01  LOANS-FILE.
               02  W_LO_EMPLOYEE_NO PIC 9(10).
               02  W_LO_CODE PIC X(10).
               02  W_LO_DESC PIC X(30).
               02  W_LO_PRINCIPAL PIC 9(8)V99.
               02  W_LO_AMORT PIC 9(8)V99.
               02  W_LO_PAID PIC 9(8)V99.
               02  W_LO_BALANCE PIC 9(8)V99.
               02  W_LO_START PIC X(8).
               02  W_LO_STATUS PIC X(1).
               02  W_LO_CLOSED PIC X(8).
           FD LOANS-TEMP.
           01  LOANS-TEMP-FILE PIC X(107).
           FD LOAN-LEDGER.
           01  LOAN-LEDGER-FILE.
               02  W_LG_EMPLOYEE_NO PIC 9(10).
               02  W_LG_CODE PIC X(10).
               02  W_LG_LOAN_START PIC X(8).
               02  W_LG_DATE PIC X(8).
               02  W_LG_PERIOD PIC X(17).
               02  W_LG_TYPE PIC X(1).
               02  W_LG_AMOUNT PIC 9(8)V99.
               02  W_LG_BALANCE PIC 9(8)V99.
           FD LOAN-REPORT.
           01  LOAN-REPORT-LINE PIC X(80).
           FD HOLIDAYS.
           01  HOLIDAYS-FILE.
               02  W_HO_DATE PIC X(8).
               02  W_HO_NAME PIC X(30).
               02  W_HO_TYPE PIC X(1).
           FD COST-CENTERS.
           01  COST-CENTERS-FILE.
               02  W_CC_CODE PIC X(10).
               02  W_CC_NAME PIC X(30).
               02  W_CC_GL_ACCT PIC X(10).
               02  W_CC_STATUS PIC X(1).
           FD COST-CENTERS-TEMP.
           01  COST-CENTERS-TEMP-FILE PIC X(51).
           FD EMP-COST-CENTER.
           01  EMP-COST-CENTER-FILE.
               02  W_EC_EMPLOYEE_NO PIC 9(10).
               02  W_EC_CODE PIC X(10).
           FD EMP-COST-CENTER-TEMP.
           01  EMP-COST-CENTER-TEMP-FILE PIC X(20).
           FD LABOR-DIST.
           01  LABOR-DIST-LINE PIC X(250).
           FD GL-JOURNAL.
           01  GL-LINE PIC X(100).
           01  GL-LINE-HDR.
               02  W_GJH_TYPE PIC X(3).
               02  W_GJH_DATE PIC X(8).
               02  W_GJH_START PIC X(8).
               02  W_GJH_END PIC X(8).
               02  FILLER PIC X(73).
           01  GL-LINE-DTL.
               02  W_GJD_TYPE PIC X(3).
               02  W_GJD_ACCOUNT PIC X(10).
               02  W_GJD_SUB_CODE PIC X(10).
               02  W_GJD_DC PIC X(1).
               02  W_GJD_AMOUNT PIC 9(12)V99.
               02  W_GJD_DESC PIC X(30).
               02  FILLER PIC X(32).
           01  GL-LINE-TRL.
               02  W_GJT_TYPE PIC X(3).
               02  W_GJT_COUNT PIC 9(5).
               02  W_GJT_DEBITS PIC 9(12)V99.
               02  W_GJT_CREDITS PIC 9(12)V99.
               02  FILLER PIC X(64).
           FD FINAL-GL.
           01  FINAL-GL-LINE PIC X(100).
           FD FINAL-REMIT.
           01  FINAL-REMIT-LINE PIC X(100).
           FD BONUS-GL.
           01  BONUS-GL-LINE PIC X(100).
           FD BONUS-REMIT.
           01  BONUS-REMIT-LINE PIC X(100).
           FD HR-IMPORT.
           01  HR-IMPORT-LINE PIC X(300).
           FD HR-REJECTS.
           01  HR-REJECT-LINE PIC X(200).
           FD SEPARATIONS.
           01  SEPARATIONS-FILE.
               02  W_SP_EMPLOYEE_NO PIC 9(10).
               02  W_SP_SEP_DATE PIC X(8).
               02  W_SP_REASON PIC X(40).
               02  W_SP_PERIOD PIC X(17).
               02  W_SP_VL_HOURS PIC 9(4)V99.
               02  W_SP_VL_PAY PIC 9(10)V99.
               02  W_SP_GROSS PIC 9(10)V99.
               02  W_SP_NET PIC 9(10)V99.
               02  W_SP_UNRECOVERED PIC 9(10)V99.
               02  W_SP_ENTERED_BY PIC 9(10).
               02  W_SP_ENTERED_DATE PIC X(8).
           FD FINAL-PAYSLIP.
           01  FINAL-PAYSLIP-LINE PIC X(80).
           FD FINAL-BANK.
           01  FINAL-BANK-LINE PIC X(80).
           FD FINAL-CHECK.
           01  FINAL-CHECK-LINE PIC X(80).
           FD BONUS-POLICY.
           01  BONUS-POLICY-FILE.
               02  W_BP_CEILING PIC 9(10)V99.
               02  W_BP_SET_DATE PIC X(8).
               02  W_BP_SET_BY PIC 9(10).
           FD BONUS-HISTORY.
           01  BONUS-HISTORY-FILE.
               02  W_BH_EMPLOYEE_NO PIC 9(10).
               02  W_BH_YEAR PIC X(4).
               02  W_BH_BASIC PIC 9(10)V99.
               02  W_BH_BONUS PIC 9(10)V99.
               02  W_BH_EXEMPT PIC 9(10)V99.
               02  W_BH_TAXABLE PIC 9(10)V99.
               02  W_BH_TAX PIC 9(10)V99.
               02  W_BH_NET PIC 9(10)V99.
               02  W_BH_SEP_DATE PIC X(8).
               02  W_BH_RUN_DATE PIC X(8).
               02  W_BH_RUN_BY PIC 9(10).
           FD BONUS-PAYSLIP.
           01  BONUS-PAYSLIP-LINE PIC X(80).
           FD BONUS-REGISTER.
           01  BONUS-REGISTER-LINE PIC X(200).
           FD BONUS-BANK.
           01  BONUS-BANK-LINE PIC X(80).
           FD BONUS-CHECK.
           01  BONUS-CHECK-LINE PIC X(80).
           FD VARIANCE-POLICY.
           01  VARIANCE-POLICY-FILE.
               02  W_VP_PCT PIC 9(3)V99.
               02  W_VP_SET_DATE PIC X(8).
               02  W_VP_SET_BY PIC 9(10).
           FD VARIANCE-REPORT.
           01  VARIANCE-LINE PIC X(132).
           FD VARIANCE-SIGNOFF.
           01  VARIANCE-SIGNOFF-FILE.
               02  W_VS_PERIOD PIC X(17).
               02  W_VS_TYPE PIC X(1).
               02  W_VS_DATE PIC X(8).
               02  W_VS_TIME PIC X(8).
               02  W_VS_EMPLOYEE_NO PIC 9(10).
               02  W_VS_EXCEPTIONS PIC 9(5).
               02  W_VS_GROSS PIC 9(12)V99.
               02  W_VS_NET PIC 9(12)V99.
           SD  USER-INFO-SORT.
           01  SORT-RECORD.
               02  SR_EMPLOYEE_NO  PIC 9(10).
               02  D_EFF_START PIC X(8).
               02  D_EFF_END PIC X(8).
               02  D_STATUS PIC X(1).
               02  D_PRETAX PIC X(1).
           01  LEAVE-INFO.
               02  L_EMPLOYEE_NO PIC 9(10).
               02  L_TYPE PIC X(2).
               02  WS-DF-FILE-STATUS PIC X(2).
               02  WS-LP-FILE-STATUS PIC X(2).
               02  WS-PH-FILE-STATUS PIC X(2).
               02  WS-RH-FILE-STATUS PIC X(2).
               02  WS-RA-FILE-STATUS PIC X(2).
               02  WS-BT-FILE-STATUS PIC X(2).
               02  WS-BR-FILE-STATUS PIC X(2).
               02  WS-TX-FILE-STATUS PIC X(2).
               02  WS-PF-FILE-STATUS PIC X(2).
               02  WS-LO-FILE-STATUS PIC X(2).
               02  WS-LG-FILE-STATUS PIC X(2).
               02  WS-HO-FILE-STATUS PIC X(2).
               02  WS-CC-FILE-STATUS PIC X(2).
               02  WS-EC-FILE-STATUS PIC X(2).
               02  WS-HI-FILE-STATUS PIC X(2).
               02  WS-SP-FILE-STATUS PIC X(2).
               02  WS-BP-FILE-STATUS PIC X(2).
               02  WS-BH-FILE-STATUS PIC X(2).
               02  WS-VP-FILE-STATUS PIC X(2).
               02  WS-VS-FILE-STATUS PIC X(2).
               02  WS-FS-FILE-STATUS PIC X(2).
               02  WS-FB-FILE-STATUS PIC X(2).
               02  WS-FK-FILE-STATUS PIC X(2).
               02  WS-BB-FILE-STATUS PIC X(2).
               02  WS-FG-FILE-STATUS PIC X(2).
               02  WS-FR-FILE-STATUS PIC X(2).
           01  PAYROLL-REPORT-FIELDS.
               02  PR-PERIOD-START PIC X(8).
               02  PR-PERIOD-END PIC X(8).
               02  PR-OT-PAY-DISP PIC Z(9)9.99.
               02  PR-NIGHT-PAY PIC 9(10)V99.
               02  PR-NIGHT-PAY-DISP PIC Z(9)9.99.
               02  PR-HOL-HOURS PIC 9(5)V99.
               02  PR-HOL-HOURS-DISP PIC Z(4)9.99.
               02  PR-HOL-PAY PIC 9(10)V99.
               02  PR-HOL-PAY-DISP PIC Z(9)9.99.
               02  PR-GROSS-PAY PIC 9(10)V99.
               02  PR-GROSS-PAY-DISP PIC Z(9)9.99.
               02  PR-TOTAL-DEDUCTIONS PIC 9(10)V99.
               02  PR-TOTAL-DEDUCTIONS-DISP PIC Z(9)9.99.
               02  PR-NET-PAY PIC 9(10)V99.
               02  PR-NET-PAY-DISP PIC Z(9)9.99.
               02  DD-AMOUNT PIC S9(10)V99.
               02  DD-AMOUNT-DISP PIC Z(9)9.99.
               02  PR-GRAND-TOTAL PIC 9(12)V99.
               02  PR-GRAND-TOTAL-DISP PIC Z(11)9.99.
               02  TP-AMPM-CHECK PIC X(2).
           01  PAYROLL-PASS-FIELDS.
               02  PP-EMP PIC 9(10).
               02  PP-DATE PIC X(8).
               02  PD-COUNT PIC 9(4).
               02  PD-IX PIC 9(4).
               02  PD-PICK PIC 9(4).
               02  PD-FOUND PIC A(1).
               02  PD-ENTRY OCCURS 4000 TIMES.
                   03  PD-EMP PIC 9(10).
                   03  PD-DATE PIC X(8).
                   03  PD-MINUTES PIC 9(5).
                   03  PD-NIGHT-MIN PIC 9(5).
                   03  PD-LEAVE-HRS PIC 9(3)V99.
               02  PD-DAY-REG PIC 9(3)V99.
               02  PD-DAY-OT PIC 9(3)V99.
               02  ET-COUNT PIC 9(3).
               02  ET-IX PIC 9(3).
               02  ET-PICK PIC 9(3).
                   03  DT-DESC PIC X(30).
                   03  DT-TYPE PIC X(1).
                   03  DT-AMOUNT PIC 9(8)V99.
                   03  DT-PRETAX PIC X(1).
               02  BT-COUNT PIC 9(3).
               02  BT-IX PIC 9(3).
               02  BT-PICK PIC 9(3).
               02  Y_LEAVE_HRS PIC 9(5)V99.
               02  Y_DED PIC 9(10)V99.
               02  Y_NET PIC 9(10)V99.
               02  Y_BASIC PIC 9(10)V99.
           01  YTD-DEDUCTION-INFO.
               02  YD_EMPLOYEE_NO PIC 9(10).
               02  YD_YEAR PIC X(4).
                   03  YT-LEAVE PIC 9(5)V99.
                   03  YT-DED PIC 9(10)V99.
                   03  YT-NET PIC 9(10)V99.
                   03  YT-BASIC PIC 9(10)V99.
                   03  YT-USED PIC A(1).
               02  YD-COUNT PIC 9(4).
               02  YD-IX PIC 9(4).
               02  YD-ENTRY OCCURS 900 TIMES.
                   03  YD-EMP PIC 9(10).
                   03  YD-TCODE PIC X(10).
                   03  YD-AMT PIC S9(10)V99.
                   03  YD-USED PIC A(1).
           01  REWRITE-GUARD-FIELDS.
               02  WS-REWRITE-TAG PIC X(10).
               02  RM-IX PIC 9(3).
               02  RM-FOUND PIC A(1).
               02  RM-EMPS-DISP PIC Z(4)9.
               02  RM-TOTAL-DISP PIC -(11)9.99.
               02  RM-FILE-NAME PIC X(24).
               02  RM-NEW-FILE PIC A(1).
               02  RM-ENTRY OCCURS 100 TIMES.
                   03  RM-CODE PIC X(10).
                   03  RM-DESC PIC X(30).
                   03  RM-EMPS PIC 9(5).
                   03  RM-LAST-EMP PIC 9(10).
                   03  RM-TOTAL PIC S9(12)V99.
           01  CALENDAR-FIELDS.
               02  WS-CA-EOF PIC A(1).
               02  CA-COUNT PIC 9(3).
                   03  AP-DATE PIC X(8).
                   03  AP-IN-MIN PIC 9(4).
                   03  AP-OUT-MIN PIC 9(4).
           01  RATE-HISTORY-INFO.
               02  RH_EMPLOYEE_NO PIC 9(10).
               02  RH_RATE PIC 9(8)V99.
               02  RH_EFF_DATE PIC X(8).
               02  RH_APPROVED_BY PIC 9(10).
               02  RH_ENTERED_DATE PIC X(8).
           01  RATE-HISTORY-FIELDS.
               02  WS-RH-EOF PIC A(1).
               02  RH-SAVE-IMAGE PIC X(46).
               02  RH-HAS-HISTORY PIC A(1).
               02  RH-RATE-DISP PIC Z(7)9.99.
               02  RT-COUNT PIC 9(4).
               02  RT-IX PIC 9(4).
               02  RT-ENTRY OCCURS 2000 TIMES.
                   03  RT-EMP PIC 9(10).
                   03  RT-RATE PIC 9(8)V99.
                   03  RT-EFF PIC X(8).
               02  RT-LOOKUP-DATE PIC X(8).
               02  RT-DAY-RATE PIC 9(8)V99.
               02  RT-DAY-EFF PIC X(8).
               02  RS-COUNT PIC 9(2).
               02  RS-IX PIC 9(2).
               02  RS-PICK PIC 9(2).
               02  RS-ENTRY OCCURS 20 TIMES.
                   03  RS-EFF PIC X(8).
                   03  RS-RATE PIC 9(8)V99.
                   03  RS-FROM PIC X(8).
                   03  RS-TO PIC X(8).
                   03  RS-REG-HRS PIC 9(5)V99.
                   03  RS-OT-HRS PIC 9(5)V99.
                   03  RS-NIGHT-MIN PIC 9(6).
                   03  RS-LEAVE-HRS PIC 9(5)V99.
                   03  RS-GROSS PIC 9(10)V99.
               02  RS-NIGHT-HRS PIC 9(5)V99.
               02  RS-HRS PIC 9(5)V99.
               02  RS-PAY PIC 9(10)V99.
               02  RS-HRS-DISP PIC Z(4)9.99.
               02  RS-PAY-DISP PIC Z(9)9.99.

           01  RETRO-ADJUST-INFO.
               02  RA_EMPLOYEE_NO PIC 9(10).
               02  RA_ORIG_PERIOD PIC X(17).
               02  RA_GROSS PIC S9(10)V99 SIGN LEADING SEPARATE.
               02  RA_NET PIC S9(10)V99 SIGN LEADING SEPARATE.
               02  RA_STATUS PIC X(1).
               02  RA_PAID_PERIOD PIC X(17).
               02  RA_CREATED PIC X(8).
               02  RA_APPROVED_BY PIC 9(10).
               02  RA_TAX PIC S9(10)V99 SIGN LEADING SEPARATE.
               02  RA_BASIC PIC S9(10)V99 SIGN LEADING SEPARATE.
           01  RETRO-FIELDS.
               02  WS-RA-EOF PIC A(1).
               02  RA-NEW-DATE PIC X(8).
               02  RA-NEW-IN PIC X(50).
               02  RA-NEW-OUT PIC X(50).
               02  RA-OLD-DATE PIC X(8).
               02  RA-OLD-IN PIC X(12).
               02  RA-OLD-OUT PIC X(12).
               02  RA-BEFORE-GROSS PIC 9(10)V99.
               02  RA-BEFORE-NET PIC 9(10)V99.
               02  RA-BEFORE-TAX PIC 9(10)V99.
               02  RA-BEFORE-BASIC PIC 9(10)V99.
               02  RA-DIFF-GROSS PIC S9(10)V99.
               02  RA-DIFF-NET PIC S9(10)V99.
               02  RA-DIFF-TAX PIC S9(10)V99.
               02  RA-DIFF-BASIC PIC S9(10)V99.
               02  RA-GROSS-DISP PIC -(9)9.99.
               02  RA-NET-DISP PIC -(9)9.99.
               02  RA-TAX-DISP PIC -(9)9.99.
               02  RA-SEQ PIC 9(5).
               02  RA-COUNT PIC 9(3).
               02  RA-IX PIC 9(3).
               02  RA-ENTRY OCCURS 500 TIMES.
                   03  RA-POS PIC 9(5).
                   03  RA-EMP PIC 9(10).
                   03  RA-ORIG PIC X(17).
                   03  RA-T-GROSS PIC S9(10)V99.
                   03  RA-T-NET PIC S9(10)V99.
                   03  RA-T-TAX PIC S9(10)V99.
                   03  RA-T-BASIC PIC S9(10)V99.
                   03  RA-USED PIC A(1).
               02  RK-COUNT PIC 9(3).
               02  RK-IX PIC 9(3).
               02  RK-ENTRY OCCURS 300 TIMES.
                   03  RK-EMP PIC 9(10).
                   03  RK-SHORT PIC 9(10)V99.
               02  PR-RETRO-GROSS PIC S9(10)V99.
               02  PR-RETRO-NET PIC S9(10)V99.
               02  PR-RETRO-APPLIED PIC S9(10)V99.
               02  PR-RETRO-SHORT PIC 9(10)V99.
               02  PR-RETRO-TAX PIC S9(10)V99.
               02  PR-RETRO-BASIC PIC S9(10)V99.
               02  PR-RETRO-DISP PIC -(9)9.99.
               02  PR-GRAND-RETRO PIC S9(12)V99.
               02  PR-GRAND-RETRO-TAX PIC S9(12)V99.
               02  PR-GRAND-RETRO-DISP PIC -(11)9.99.
           01  BANK-RETURN-FIELDS.
               02  WS-BR-EOF PIC A(1).
               02  WS-BX-EOF PIC A(1).
               02  BR-SENT-START PIC X(8).
               02  BR-SENT-END PIC X(8).
               02  BR-HDR-OK PIC A(1).
               02  BR-FILES-OK PIC A(1).
               02  BR-IN-BATCH PIC A(1).
               02  BR-BATCHES PIC 9(3).
               02  BR-SENT-FILES PIC 9(1).
               02  BR-SENT-COUNT PIC 9(5).
               02  BR-SENT-TOTAL PIC 9(12)V99.
               02  BR-ACC-COUNT PIC 9(5).
               02  BR-ACC-TOTAL PIC 9(12)V99.
               02  BR-REJ-COUNT PIC 9(5).
               02  BR-REJ-TOTAL PIC 9(12)V99.
               02  BR-UNM-COUNT PIC 9(5).
               02  BR-UNM-TOTAL PIC 9(12)V99.
               02  BR-NORET-COUNT PIC 9(5).
               02  BR-NORET-TOTAL PIC 9(12)V99.
               02  BR-COUNT-DISP PIC Z(4)9.
               02  BR-TOTAL-DISP PIC Z(11)9.99.
               02  BR-AMT-DISP PIC Z(9)9.99.
               02  BR-LABEL PIC X(30).
               02  BX-COUNT PIC 9(3).
               02  BX-IX PIC 9(3).
               02  BX-PICK PIC 9(3).
               02  BX-ENTRY OCCURS 600 TIMES.
                   03  BX-EMP PIC 9(10).
                   03  BX-AMT PIC 9(10)V99.
                   03  BX-MATCHED PIC A(1).
           01  TAX-TABLE-INFO.
               02  X_FREQ PIC X(1).
               02  X_EFF_DATE PIC X(8).
               02  X_FLOOR PIC 9(8)V99.
               02  X_BASE PIC 9(8)V99.
               02  X_RATE PIC 9(3)V99.
           01  PAY-FREQ-POLICY-INFO.
               02  PF_FREQ PIC X(1).
               02  PF_SET_DATE PIC X(8).
               02  PF_SET_BY PIC 9(10).
           01  WITHHOLDING-TAX-FIELDS.
               02  WS-PF-FOUND PIC A(1).
               02  WS-TX-EOF PIC A(1).
               02  TX-FREQ PIC X(1).
               02  TX-PERIODS PIC 9(2).
               02  TX-DAYS PIC 9(3).
               02  TX-START-N PIC 9(8).
               02  TX-END-N PIC 9(8).
               02  TX-EFF-PERIOD PIC X(8).
               02  TX-EFF-ANNUAL PIC X(8).
               02  TX-LAST-PERIOD PIC A(1).
               02  TX-TABLE-USED PIC A(1).
               02  TX-LOOK-FREQ PIC X(1).
               02  TX-LOOK-EFF PIC X(8).
               02  TX-LOOK-FLOOR PIC 9(8)V99.
               02  TX-LOOK-PICK PIC 9(3).
               02  TX-AMOUNT PIC 9(10)V99.
               02  TX-RESULT PIC 9(10)V99.
               02  TX-PRETAX PIC 9(10)V99.
               02  TX-TAXABLE PIC 9(10)V99.
               02  TX-PERIOD-TAX PIC 9(10)V99.
               02  TX-TAX PIC 9(10)V99.
               02  TX-REFUND PIC 9(10)V99.
               02  TX-WITHHELD PIC 9(10)V99.
               02  TX-ANNUAL-TAXABLE PIC S9(12)V99.
               02  TX-ANNUAL-DUE PIC 9(12)V99.
               02  TX-TRUEUP PIC S9(10)V99.
               02  TX-TAXABLE-DISP PIC Z(9)9.99.
               02  TX-TAX-DISP PIC Z(9)9.99.
               02  TX-TRUEUP-DISP PIC -(9)9.99.
               02  TX-FLOOR-DISP PIC Z(7)9.99.
               02  TX-BASE-DISP PIC Z(7)9.99.
               02  TX-RATE-DISP PIC ZZ9.99.
               02  ASK-TX-FREQ PIC X(1).
               02  TX-COUNT PIC 9(3).
               02  TX-IX PIC 9(3).
               02  TX-ENTRY OCCURS 200 TIMES.
                   03  TX-T-FREQ PIC X(1).
                   03  TX-T-EFF PIC X(8).
                   03  TX-T-FLOOR PIC 9(8)V99.
                   03  TX-T-BASE PIC 9(8)V99.
                   03  TX-T-RATE PIC 9(3)V99.
               02  PT-COUNT PIC 9(3).
               02  PT-IX PIC 9(3).
               02  PT-FOUND PIC A(1).
               02  PT-ENTRY OCCURS 500 TIMES.
                   03  PT-EMP PIC 9(10).
                   03  PT-CODE PIC X(10).
               02  TY-COUNT PIC 9(3).
               02  TY-IX PIC 9(3).
               02  TY-PICK PIC 9(3).
               02  TY-ENTRY OCCURS 300 TIMES.
                   03  TY-EMP PIC 9(10).
                   03  TY-GROSS PIC 9(10)V99.
                   03  TY-PRETAX PIC 9(10)V99.
                   03  TY-TAX PIC 9(10)V99.
           01  LOAN-INFO.
               02  LO_EMPLOYEE_NO PIC 9(10).
               02  LO_CODE PIC X(10).
               02  LO_DESC PIC X(30).
               02  LO_PRINCIPAL PIC 9(8)V99.
               02  LO_AMORT PIC 9(8)V99.
               02  LO_PAID PIC 9(8)V99.
               02  LO_BALANCE PIC 9(8)V99.
               02  LO_START PIC X(8).
               02  LO_STATUS PIC X(1).
               02  LO_CLOSED PIC X(8).
           01  LOAN-LEDGER-INFO.
               02  LG_EMPLOYEE_NO PIC 9(10).
               02  LG_CODE PIC X(10).
               02  LG_LOAN_START PIC X(8).
               02  LG_DATE PIC X(8).
               02  LG_PERIOD PIC X(17).
               02  LG_TYPE PIC X(1).
               02  LG_AMOUNT PIC 9(8)V99.
               02  LG_BALANCE PIC 9(8)V99.
           01  LOAN-FIELDS.
               02  WS-LO-EOF PIC A(1).
               02  WS-LG-EOF PIC A(1).
               02  LO-FOUND PIC A(1).
               02  LO-POS PIC 9(5).
               02  LO-EXCESS PIC 9(10)V99.
               02  LO-CUT PIC 9(10)V99.
               02  LO-CUT-SAVE PIC 9(10)V99.
               02  LO-LEFT PIC 9(8)V99.
               02  LO-POSTED PIC 9(5).
               02  LO-CLOSED-COUNT PIC 9(5).
               02  LO-COUNT-DISP PIC Z(4)9.
               02  LO-AMT-DISP PIC Z(7)9.99.
               02  LO-BAL-DISP PIC Z(7)9.99.
               02  LO-PRIN-DISP PIC Z(7)9.99.
               02  LO-PAID-DISP PIC Z(7)9.99.
               02  LN-COUNT PIC 9(3).
               02  LN-IX PIC 9(3).
               02  LN-ENTRY OCCURS 500 TIMES.
                   03  LN-POS PIC 9(5).
                   03  LN-EMP PIC 9(10).
                   03  LN-CODE PIC X(10).
                   03  LN-DESC PIC X(30).
                   03  LN-START PIC X(8).
                   03  LN-AMORT PIC 9(8)V99.
                   03  LN-BALANCE PIC 9(8)V99.
                   03  LN-TAKE PIC 9(8)V99.
           01  HOLIDAY-INFO.
               02  HO_DATE PIC X(8).
               02  HO_NAME PIC X(30).
               02  HO_TYPE PIC X(1).
           01  HOLIDAY-FIELDS.
               02  WS-HO-EOF PIC A(1).
               02  HO-FOUND PIC A(1).
               02  HO-WORKED PIC A(1).
               02  HO-LOOK-DATE PIC X(8).
               02  HO-DATE-N PIC 9(8).
               02  HO-INT PIC 9(8).
               02  HO-NIGHT-HRS PIC 9(5)V99.
               02  HO-PAY PIC 9(10)V99.
               02  HO-COUNT PIC 9(3).
               02  HO-IX PIC 9(3).
               02  HO-PICK PIC 9(3).
               02  HO-ENTRY OCCURS 100 TIMES.
                   03  HO-T-DATE PIC X(8).
                   03  HO-T-NAME PIC X(30).
                   03  HO-T-TYPE PIC X(1).
           01  COST-CENTER-INFO.
               02  CC_CODE PIC X(10).
               02  CC_NAME PIC X(30).
               02  CC_GL_ACCT PIC X(10).
               02  CC_STATUS PIC X(1).
           01  COST-CENTER-FIELDS.
               02  WS-CC-EOF PIC A(1).
               02  WS-EC-EOF PIC A(1).
               02  CC-FOUND PIC A(1).
               02  CC-ON-FILE PIC A(1).
               02  ASK-CC-CODE PIC X(10).
               02  EC-FOUND PIC A(1).
               02  EC-OLD-CODE PIC X(10).
               02  EC-NEW-CODE PIC X(10).
               02  CD-COUNT PIC 9(3).
               02  CD-IX PIC 9(3).
               02  CD-PICK PIC 9(3).
               02  CD-ENTRY OCCURS 100 TIMES.
                   03  CD-CODE PIC X(10).
                   03  CD-NAME PIC X(30).
                   03  CD-ACCT PIC X(10).
                   03  CD-EMPS PIC 9(5).
                   03  CD-REG-HRS PIC 9(7)V99.
                   03  CD-OT-HRS PIC 9(7)V99.
                   03  CD-NIGHT-HRS PIC 9(7)V99.
                   03  CD-LEAVE-HRS PIC 9(7)V99.
                   03  CD-HOL-HRS PIC 9(7)V99.
                   03  CD-REG-PAY PIC 9(12)V99.
                   03  CD-OT-PAY PIC 9(12)V99.
                   03  CD-NIGHT-PAY PIC 9(12)V99.
                   03  CD-LEAVE-PAY PIC 9(12)V99.
                   03  CD-HOL-PAY PIC 9(12)V99.
                   03  CD-GROSS PIC 9(12)V99.
                   03  CD-DED PIC 9(12)V99.
                   03  CD-NET PIC 9(12)V99.
                   03  CD-RETRO PIC S9(12)V99.
               02  EC-COUNT PIC 9(3).
               02  EC-IX PIC 9(3).
               02  EC-ENTRY OCCURS 500 TIMES.
                   03  EC-EMP PIC 9(10).
                   03  EC-CODE PIC X(10).
               02  LD-EMPS-DISP PIC Z(4)9.
               02  LD-REG-HRS-DISP PIC Z(6)9.99.
               02  LD-OT-HRS-DISP PIC Z(6)9.99.
               02  LD-NIGHT-HRS-DISP PIC Z(6)9.99.
               02  LD-LEAVE-HRS-DISP PIC Z(6)9.99.
               02  LD-HOL-HRS-DISP PIC Z(6)9.99.
               02  LD-REG-PAY-DISP PIC Z(11)9.99.
               02  LD-OT-PAY-DISP PIC Z(11)9.99.
               02  LD-NIGHT-PAY-DISP PIC Z(11)9.99.
               02  LD-LEAVE-PAY-DISP PIC Z(11)9.99.
               02  LD-HOL-PAY-DISP PIC Z(11)9.99.
               02  LD-GROSS-DISP PIC Z(11)9.99.
               02  LD-DED-DISP PIC Z(11)9.99.
               02  LD-NET-DISP PIC Z(11)9.99.
               02  LD-RETRO-DISP PIC -(11)9.99.
               02  GJ-COUNT PIC 9(5).
               02  GJ-DEBITS PIC 9(12)V99.
               02  GJ-CREDITS PIC 9(12)V99.
               02  GJ-CASH PIC 9(12)V99.
               02  GJ-REFUND PIC 9(12)V99.
               02  GJ-REMIT PIC S9(12)V99.
               02  GJ-AMOUNT PIC S9(12)V99.
               02  GJ-ACCOUNT PIC X(10).
               02  GJ-SUB-CODE PIC X(10).
               02  GJ-DESC PIC X(30).
               02  GJ-AMT-DISP PIC Z(11)9.99.
               02  GJ-FILE-NAME PIC X(24).
           01  HR-IMPORT-FIELDS.
               02  WS-HI-EOF PIC A(1).
               02  HI-OK PIC A(1).
               02  HI-ROW PIC 9(5).
               02  HI-ADDED PIC 9(5).
               02  HI-UPDATED PIC 9(5).
               02  HI-REJECTED PIC 9(5).
               02  HI-COUNT-DISP PIC Z(4)9.
               02  HI-ROW-DISP PIC Z(4)9.
               02  HI-NO PIC X(20).
               02  HI-NAME PIC X(60).
               02  HI-SCHED PIC X(60).
               02  HI-TIME PIC X(60).
               02  HI-RATE PIC X(20).
               02  HI-ROLE PIC X(10).
               02  HI-CC PIC X(20).
               02  HI-EXTRA PIC X(60).
               02  HI-REASON PIC X(60).
               02  HI-CHECK PIC X(20).
               02  HI-LEN PIC 9(3).
               02  HI-DOTS PIC 9(2).
               02  HI-EMP-NO PIC 9(10).
               02  HI-RATE-NUM PIC 9(8)V99.
               02  HI-DAYS-BEFORE PIC 9(1).
               02  HI-DAYS-AFTER PIC 9(1).
               02  HI-DAY-IX PIC 9(1).
               02  HI-SEEN-COUNT PIC 9(4).
               02  HI-SEEN-IX PIC 9(4).
               02  HI-SEEN-ENTRY OCCURS 1000 TIMES.
                   03  HI-SEEN-EMP PIC 9(10).
           01  SEPARATION-INFO.
               02  SP_EMPLOYEE_NO PIC 9(10).
               02  SP_SEP_DATE PIC X(8).
               02  SP_REASON PIC X(40).
               02  SP_PERIOD PIC X(17).
               02  SP_VL_HOURS PIC 9(4)V99.
               02  SP_VL_PAY PIC 9(10)V99.
               02  SP_GROSS PIC 9(10)V99.
               02  SP_NET PIC 9(10)V99.
               02  SP_UNRECOVERED PIC 9(10)V99.
               02  SP_ENTERED_BY PIC 9(10).
               02  SP_ENTERED_DATE PIC X(8).
           01  FINAL-PAY-FIELDS.
               02  WS-SP-EOF PIC A(1).
               02  FP-NO-HOURS PIC A(1).
               02  FP-CA-PICK PIC 9(3).
               02  FP-PRIOR-PICK PIC 9(3).
               02  FP-CAL-END PIC X(8).
               02  FP-SL-HOURS PIC 9(4)V99.
               02  FP-VL-PAY PIC 9(10)V99.
               02  FP-LOAN-LEFT PIC 9(10)V99.
               02  FP-WRITTEN-OFF PIC 9(10)V99.
               02  FP-HRS-DISP PIC Z(3)9.99.
               02  FP-SL-DISP PIC Z(3)9.99.
               02  FP-AMT-DISP PIC Z(9)9.99.
               02  FP-NET-DISP PIC Z(9)9.99.
               02  FP-VL-DISP PIC Z(9)9.99.
               02  FP-OFF-DISP PIC Z(9)9.99.
           01  BONUS-POLICY-INFO.
               02  BP_CEILING PIC 9(10)V99.
               02  BP_SET_DATE PIC X(8).
               02  BP_SET_BY PIC 9(10).
           01  BONUS-HISTORY-INFO.
               02  BH_EMPLOYEE_NO PIC 9(10).
               02  BH_YEAR PIC X(4).
               02  BH_BASIC PIC 9(10)V99.
               02  BH_BONUS PIC 9(10)V99.
               02  BH_EXEMPT PIC 9(10)V99.
               02  BH_TAXABLE PIC 9(10)V99.
               02  BH_TAX PIC 9(10)V99.
               02  BH_NET PIC 9(10)V99.
               02  BH_SEP_DATE PIC X(8).
               02  BH_RUN_DATE PIC X(8).
               02  BH_RUN_BY PIC 9(10).
           01  BONUS-RUN-FIELDS.
               02  WS-BP-FOUND PIC A(1).
               02  WS-BH-EOF PIC A(1).
               02  BN-YEAR PIC X(4).
               02  BN-ALREADY-RUN PIC A(1).
               02  BN-YEAR-FOUND PIC A(1).
               02  BN-PAID-COUNT PIC 9(5).
               02  BN-SKIP-COUNT PIC 9(5).
               02  BN-EST-COUNT PIC 9(5).
               02  BN-LAST-PERIOD PIC X(17).
               02  BN-LAST-CLOSED PIC A(1).
               02  BN-COUNT-DISP PIC Z(4)9.
               02  BN-HOURS PIC 9(6)V99.
               02  BN-BASIC PIC 9(10)V99.
               02  BN-YTD-TAXABLE PIC S9(12)V99.
               02  BN-DUE-BEFORE PIC 9(12)V99.
               02  BN-SEP-DATE PIC X(8).
               02  BN-TOTAL-BONUS PIC 9(12)V99.
               02  BN-TOTAL-TAX PIC 9(12)V99.
               02  BN-TOTAL-NET PIC 9(12)V99.
               02  BN-HRS-DISP PIC Z(5)9.99.
               02  BN-LV-DISP PIC Z(5)9.99.
               02  BN-RATE-DISP PIC Z(7)9.99.
               02  BN-BASIC-DISP PIC Z(9)9.99.
               02  BN-BONUS-DISP PIC Z(9)9.99.
               02  BN-EXEMPT-DISP PIC Z(9)9.99.
               02  BN-TAXABLE-DISP PIC Z(9)9.99.
               02  BN-TAX-DISP PIC Z(9)9.99.
               02  BN-NET-DISP PIC Z(9)9.99.
               02  BN-TOT-DISP PIC Z(11)9.99.
               02  BN-TOT-TAX-DISP PIC Z(11)9.99.
               02  BN-TOT-NET-DISP PIC Z(11)9.99.
               02  BN-CEIL-DISP PIC Z(9)9.99.
               02  SB-COUNT PIC 9(3).
               02  SB-IX PIC 9(3).
               02  SB-ENTRY OCCURS 300 TIMES.
                   03  SB-EMP PIC 9(10).
                   03  SB-DATE PIC X(8).
           01  VARIANCE-POLICY-INFO.
               02  VP_PCT PIC 9(3)V99.
               02  VP_SET_DATE PIC X(8).
               02  VP_SET_BY PIC 9(10).
           01  VARIANCE-SIGNOFF-INFO.
               02  VS_PERIOD PIC X(17).
               02  VS_TYPE PIC X(1).
               02  VS_DATE PIC X(8).
               02  VS_TIME PIC X(8).
               02  VS_EMPLOYEE_NO PIC 9(10).
               02  VS_EXCEPTIONS PIC 9(5).
               02  VS_GROSS PIC 9(12)V99.
               02  VS_NET PIC 9(12)V99.
           01  VARIANCE-FIELDS.
               02  WS-VP-FOUND PIC A(1).
               02  WS-VS-EOF PIC A(1).
               02  VS-STATE PIC X(1).
               02  VS-RUN-DATE PIC X(8).
               02  VS-RUN-TIME PIC X(8).
               02  VS-RUN-EXCEPTIONS PIC 9(5).
               02  VS-RUN-GROSS PIC 9(12)V99.
               02  VS-RUN-NET PIC 9(12)V99.
               02  VS-RUN-TOTALS PIC A(1).
               02  VS-TOTALS-OK PIC A(1).
               02  VS-GROSS-DISP PIC Z(11)9.99.
               02  VS-NET-DISP PIC Z(11)9.99.
               02  VR-PRIOR-ID PIC X(17).
               02  VR-RUN-DATE PIC X(8).
               02  VR-RUN-TIME PIC X(8).
               02  VR-CHECKED PIC 9(5).
               02  VR-FLAGGED PIC 9(5).
               02  VR-EXCEPTIONS PIC 9(5).
               02  VR-EMP-FLAGGED PIC A(1).
               02  VR-PAID-BEFORE PIC A(1).
               02  VR-FLAG PIC X(10).
               02  VR-DETAIL PIC X(80).
               02  VR-METRIC PIC X(5).
               02  VR-CUR PIC S9(10)V99.
               02  VR-PRIOR PIC S9(10)V99.
               02  VR-PCT PIC S9(9)V99.
               02  VR-PCT-DISP PIC +(9)9.99.
               02  VR-CUR-DISP PIC Z(9)9.99.
               02  VR-PRIOR-DISP PIC Z(9)9.99.
               02  VR-PCT-LIMIT-DISP PIC ZZ9.99.
               02  VR-COUNT-DISP PIC Z(4)9.
               02  VR-CHECKED-DISP PIC Z(4)9.
               02  VR-FLAGGED-DISP PIC Z(4)9.
               02  VR-TOK1 PIC X(20).
               02  VR-TOK2 PIC X(20).
               02  VR-TOK3 PIC X(20).
               02  VR-TOK4 PIC X(20).
               02  VR-TOK5 PIC X(20).
               02  VR-TOK6 PIC X(20).
               02  VR-EMP PIC 9(10).
               02  VH-COUNT PIC 9(3).
               02  VH-IX PIC 9(3).
               02  VH-PICK PIC 9(3).
               02  VH-ENTRY OCCURS 300 TIMES.
                   03  VH-EMP PIC 9(10).
                   03  VH-HRS PIC 9(5)V99.
                   03  VH-GROSS PIC 9(10)V99.
                   03  VH-NET PIC 9(10)V99.
               02  VY-COUNT PIC 9(3).
               02  VY-IX PIC 9(3).
               02  VY-ENTRY OCCURS 300 TIMES.
                   03  VY-EMP PIC 9(10).
       PROCEDURE DIVISION.
           PERFORM CONVERT-MASTER-TO-INDEXED.
           PERFORM RECOVER-INTERRUPTED-REWRITE.
           PERFORM PUT-RUN-MESSAGE.

           EVALUATE TRUE
               WHEN RC-FUNCTION = "HRIMPORT"
                   PERFORM RUN-HR-IMPORT
               WHEN RC-PERIOD-START IS NOT NUMERIC
                       OR RC-PERIOD-END IS NOT NUMERIC
                       OR RC-PERIOD-END < RC-PERIOD-START
                       PERFORM PUT-RUN-MESSAGE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN RC-FUNCTION = "BANKRETURN"
                   PERFORM RUN-BANK-RETURN-IMPORT
               WHEN RC-FUNCTION = "BONUS"
                   MOVE RC-PERIOD-END(1:4) TO BN-YEAR
                   PERFORM RUN-THIRTEENTH-MONTH
               WHEN OTHER
                   MOVE SPACES TO WS-RUN-MSG
                   STRING "UNKNOWN FUNCTION ON CONTROL FILE: "
               PERFORM PUT-RUN-MESSAGE
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM CHECK-VARIANCE-SIGNOFF
               IF VS-STATE NOT = 'S'
                   PERFORM PUT-SIGNOFF-REFUSAL
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CHECK-TIME-CARD-EXISTS
                   IF WS-TC-MISSING = 'Y'
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM CHECK-SIGNOFF-TOTALS
                       IF VS-TOTALS-OK NOT = 'Y'
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           PERFORM STAMP-AND-ARCHIVE-PERIOD
                       END-IF
                   END-IF
               END-IF
           END-IF.

                   PERFORM COPY-TEMP-TO-AUDIT-TRAIL
               WHEN "PAYCAL"
                   PERFORM COPY-TEMP-TO-PAY-CALENDAR
               WHEN "RETROADJ"
                   PERFORM COPY-TEMP-TO-RETRO-ADJUST
               WHEN "LOANS"
                   PERFORM COPY-TEMP-TO-LOANS
               WHEN "COSTCTR"
                   PERFORM COPY-TEMP-TO-COST-CENTERS
               WHEN "EMPCOST"
                   PERFORM COPY-TEMP-TO-EMP-COST-CENTER
               WHEN OTHER
                   DISPLAY "UNKNOWN FILE TAG ON REWRITE JOURNAL, "
                       "NOTHING RECOVERED"
               PERFORM EXPAND-YYMMDD
               MOVE WS-DATE8 TO D_EFF_END
               MOVE WOD_STATUS TO D_STATUS
               MOVE 'N' TO D_PRETAX
               MOVE DEDUCTION-INFO TO DEDUCTIONS-TEMP-FILE
           END-IF.
           WRITE DEDUCTIONS-TEMP-FILE.
               MOVE WOY_DED TO Y_DED
               MOVE WOY_NET TO Y_NET
               MOVE YTD-EARNINGS-INFO TO YTD-EARNINGS-TEMP-FILE
               MOVE SPACES TO YTD-EARNINGS-TEMP-FILE(79:12)
           END-IF.
           WRITE YTD-EARNINGS-TEMP-FILE.

           WRITE YTD-DEDUCTIONS-TEMP-FILE.

       MAINTAIN-PAY-CALENDAR.
           DISPLAY "PAY CALENDAR: 1-ADD PERIOD, 2-LIST PERIODS, "
               "3-ADD HOLIDAY, 4-LIST HOLIDAYS".
           DISPLAY "WRITE C TO GO BACK TO MENU".
           ACCEPT ASK-SEARCH-CHOICE.

                   PERFORM ADD-CALENDAR-PERIOD
               WHEN ASK-SEARCH-CHOICE = "2"
                   PERFORM LIST-CALENDAR-PERIODS
               WHEN ASK-SEARCH-CHOICE = "3"
                   PERFORM ADD-HOLIDAY
               WHEN ASK-SEARCH-CHOICE = "4"
                   PERFORM LIST-HOLIDAYS
               WHEN OTHER
                   PERFORM MAINTAIN-PAY-CALENDAR
           END-EVALUATE.
           DISPLAY "PRESS 15 TO RUN ATTENDANCE EXCEPTION REPORT".
           DISPLAY "PRESS 16 TO MAINTAIN PAY CALENDAR".
           DISPLAY "PRESS 17 TO RUN ANNUAL EARNINGS STATEMENTS".
           DISPLAY "PRESS 18 TO MAINTAIN PAY RATES".
           DISPLAY "PRESS 19 TO CORRECT PAID TIME CARDS (RETRO)".
           DISPLAY "PRESS 20 TO MAINTAIN WITHHOLDING TAX TABLE".
           DISPLAY "PRESS 21 TO MAINTAIN LOANS AND ADVANCES".
           DISPLAY "PRESS 22 TO MAINTAIN COST CENTERS".
           DISPLAY "PRESS 23 TO SEPARATE EMPLOYEE / FINAL PAY".
           DISPLAY "PRESS 24 TO RUN 13TH MONTH PAY".
           DISPLAY "PRESS 25 TO SIGN OFF PAYROLL VARIANCE REPORT".
           DISPLAY "PRESS 26 TO EXIT PROGRAM".
           PERFORM SPACE-ENTER.
           ACCEPT WHAT-TO-DO.

               WHEN WHAT-TO-DO = 15 PERFORM ATTENDANCE-REPORT
               WHEN WHAT-TO-DO = 16 PERFORM MAINTAIN-PAY-CALENDAR
               WHEN WHAT-TO-DO = 17 PERFORM ANNUAL-EARNINGS-STATEMENTS
               WHEN WHAT-TO-DO = 18 PERFORM MAINTAIN-PAY-RATES
               WHEN WHAT-TO-DO = 19 PERFORM RETRO-CORRECTION
               WHEN WHAT-TO-DO = 20 PERFORM MAINTAIN-TAX-TABLE
               WHEN WHAT-TO-DO = 21 PERFORM MAINTAIN-LOANS
               WHEN WHAT-TO-DO = 22 PERFORM MAINTAIN-COST-CENTERS
               WHEN WHAT-TO-DO = 23 PERFORM SEPARATE-EMPLOYEE
               WHEN WHAT-TO-DO = 24 PERFORM THIRTEENTH-MONTH-MENU
               WHEN WHAT-TO-DO = 25 PERFORM VARIANCE-SIGNOFF-MENU
               WHEN WHAT-TO-DO = 26 STOP RUN
               WHEN OTHER
                   DISPLAY "PLEASE ENTER DIGITS 1 - 26"
                   PERFORM ASK-WHAT-TO-DO
           END-EVALUATE.

           ACCEPT SALARY-PER-HOUR.
           PERFORM SPACE-ENTER.
           PERFORM ASK-EMP-ROLE.
           PERFORM ASK-EMP-COST-CENTER.
           MOVE 'A' TO EMP-STATUS.
           MOVE 'V' TO SALARY-FMT.

               PERFORM BUILD-MASKED-IMAGE
               MOVE SEARCH-EMPLOYEE-INFO TO AU-AFTER
               PERFORM APPEND-AUDIT-RECORD
               IF EC-NEW-CODE NOT = SPACES
                   PERFORM LOAD-EMP-COST-CENTER
                   PERFORM SET-EMP-COST-CENTER
               END-IF
           END-IF.

       BUILD-MASKED-IMAGE.
               PERFORM SPACE-ENTER
               PERFORM ASK-WHAT-TO-DO
           ELSE
               PERFORM CHECK-VARIANCE-SIGNOFF
               IF VS-STATE NOT = 'S'
                   PERFORM PUT-SIGNOFF-REFUSAL
                   PERFORM SPACE-ENTER
                   PERFORM ASK-WHAT-TO-DO
               ELSE
                   PERFORM CHECK-TIME-CARD-EXISTS
                   IF WS-TC-MISSING = 'Y'
                       PERFORM SPACE-ENTER
                       PERFORM ASK-WHAT-TO-DO
                   ELSE
                       PERFORM CHECK-SIGNOFF-TOTALS
                       IF VS-TOTALS-OK NOT = 'Y'
                           PERFORM SPACE-ENTER
                           PERFORM ASK-WHAT-TO-DO
                       ELSE
                           PERFORM ASK-CLOSE-CONFIRM
                       END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE 'N' TO WS-TC-EOF.
           PERFORM APPEND-STAGED-TO-HISTORY.
           PERFORM REPLACE-TIME-CARD-FILE.
           PERFORM STAMP-RETRO-ADJUSTMENTS.
           PERFORM POST-LOAN-DEDUCTIONS.
           PERFORM STAMP-LEAVE-RECORDS.
           PERFORM ACCRUE-LEAVE-AT-CLOSE.
           PERFORM APPEND-PERIOD-LOG.
           IF YT-COUNT < 300
               ADD 1 TO YT-COUNT
               MOVE EMPLOYEE_NO TO YT-EMP(YT-COUNT)
               IF PR-GROSS-PAY + PR-RETRO-GROSS < ZERO
                   MOVE ZERO TO YT-GROSS(YT-COUNT)
               ELSE
                   COMPUTE YT-GROSS(YT-COUNT) =
                       PR-GROSS-PAY + PR-RETRO-GROSS
               END-IF
               MOVE PR-REG-HOURS TO YT-REG(YT-COUNT)
               MOVE PR-OT-HOURS TO YT-OT(YT-COUNT)
               MOVE PR-NIGHT-HOURS TO YT-NIGHT(YT-COUNT)
               MOVE PR-LEAVE-HOURS TO YT-LEAVE(YT-COUNT)
               IF TX-REFUND > PR-TOTAL-DEDUCTIONS + PR-RETRO-TAX
                   MOVE ZERO TO YT-DED(YT-COUNT)
               ELSE
                   COMPUTE YT-DED(YT-COUNT) =
                       PR-TOTAL-DEDUCTIONS + PR-RETRO-TAX - TX-REFUND
               END-IF
               IF PR-REG-PAY + PR-LEAVE-PAY + PR-RETRO-BASIC < ZERO
                   MOVE ZERO TO YT-BASIC(YT-COUNT)
               ELSE
                   COMPUTE YT-BASIC(YT-COUNT) =
                       PR-REG-PAY + PR-LEAVE-PAY + PR-RETRO-BASIC
               END-IF
               IF TX-REFUND > ZERO
                   PERFORM SUBTRACT-REFUND-FROM-YTD
               END-IF
               MOVE PR-NET-PAY TO YT-NET(YT-COUNT)
               IF PR-RETRO-APPLIED > ZERO
                   ADD PR-RETRO-APPLIED TO YT-NET(YT-COUNT)
               END-IF
               MOVE 'N' TO YT-USED(YT-COUNT)
           ELSE
               MOVE "MORE THAN 300 EMPLOYEES, YTD NOT UPDATED FOR ALL"
                       ADD YT-LEAVE(YT-IX) TO Y_LEAVE_HRS
                       ADD YT-DED(YT-IX) TO Y_DED
                       ADD YT-NET(YT-IX) TO Y_NET
                       IF Y_BASIC IS NUMERIC
                           ADD YT-BASIC(YT-IX) TO Y_BASIC
                       END-IF
                       MOVE 'Y' TO YT-USED(YT-IX)
                       MOVE 'Y' TO YT-FOUND
                   END-IF
           MOVE YT-LEAVE(YT-IX) TO Y_LEAVE_HRS.
           MOVE YT-DED(YT-IX) TO Y_DED.
           MOVE YT-NET(YT-IX) TO Y_NET.
           MOVE YT-BASIC(YT-IX) TO Y_BASIC.
           MOVE YTD-EARNINGS-INFO TO YTD-EARNINGS-TEMP-FILE.
           WRITE YTD-EARNINGS-TEMP-FILE.

           STRING "YTD NET PAY: " FUNCTION TRIM(YS-AMT-DISP)
               DELIMITED BY SIZE INTO ANNUAL-LINE.
           WRITE ANNUAL-LINE.
           PERFORM LIST-BONUS-FOR-EMP.
           MOVE ALL "=" TO ANNUAL-LINE.
           WRITE ANNUAL-LINE.


       MAINTAIN-BANK-ACCOUNTS.
           DISPLAY "BANK ACCOUNTS: 1-SET ACCOUNT, 2-VIEW ACCOUNT, "
               "3-DEACTIVATE, 4-IMPORT BANK RETURNS".
           DISPLAY "WRITE C TO GO BACK TO MENU".
           ACCEPT ASK-SEARCH-CHOICE.

                   PERFORM VIEW-BANK-ACCOUNT
               WHEN ASK-SEARCH-CHOICE = "3"
                   PERFORM DEACT-BANK-ACCOUNT
               WHEN ASK-SEARCH-CHOICE = "4"
                   PERFORM IMPORT-BANK-RETURNS
               WHEN OTHER
                   PERFORM MAINTAIN-BANK-ACCOUNTS
           END-EVALUATE.
           MOVE ZERO TO PR-GRAND-TOTAL.
           MOVE ZERO TO PR-GRAND-DEDUCTIONS.
           MOVE ZERO TO PR-GRAND-NET.
           MOVE ZERO TO PR-GRAND-RETRO.
           MOVE ZERO TO PR-GRAND-RETRO-TAX.
           OPEN OUTPUT PAYSLIP-FILE.
           OPEN OUTPUT PAYROLL-REGISTER.
           MOVE SPACES TO REGISTER-LINE.
           STRING "EMPLOYEE_NO,FULL_NAME,PERIOD_START,PERIOD_END,"
               "REG_HOURS,OT_HOURS,NIGHT_HOURS,LEAVE_HOURS,"
               "TOTAL_HOURS,GROSS_PAY,DEDUCTIONS,NET_PAY,RETRO_ADJ,"
               "HOLIDAY_PAY"
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM OPEN-BANK-TRANSFER-FILES.
           PERFORM CHECK-TIME-CARD-EXISTS.
           PERFORM LOAD-PAYROLL-INPUT-TABLES.
           PERFORM LOAD-COST-CENTER-TABLES.
           PERFORM OPEN-VARIANCE-REPORT.
           PERFORM OPEN-USER-INFO-FOR-READ.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ USER-INFO NEXT RECORD INTO EMPLOYEE-INFO
           MOVE PR-GRAND-TOTAL TO PR-GRAND-TOTAL-DISP.
           MOVE PR-GRAND-DEDUCTIONS TO PR-GRAND-DEDUCTIONS-DISP.
           MOVE PR-GRAND-NET TO PR-GRAND-NET-DISP.
           MOVE PR-GRAND-RETRO TO PR-GRAND-RETRO-DISP.
           MOVE SPACES TO WS-RUN-MSG.
           STRING "GRAND TOTAL GROSS PAY: " PR-GRAND-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-RUN-MSG.
           STRING "GRAND TOTAL NET PAY: " PR-GRAND-NET-DISP
               DELIMITED BY SIZE INTO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.
           IF PR-GRAND-RETRO NOT = ZERO
               MOVE SPACES TO WS-RUN-MSG
               STRING "GRAND TOTAL RETRO ADJ: " PR-GRAND-RETRO-DISP
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
           END-IF.
           MOVE SPACES TO REGISTER-LINE.
           STRING "TOTAL,,,,,,,,,"
               FUNCTION TRIM(PR-GRAND-TOTAL-DISP) ","
               FUNCTION TRIM(PR-GRAND-DEDUCTIONS-DISP) ","
               FUNCTION TRIM(PR-GRAND-NET-DISP) ","
               FUNCTION TRIM(PR-GRAND-RETRO-DISP)
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           CLOSE PAYROLL-REGISTER.
               DELIMITED BY SIZE INTO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.
           PERFORM WRITE-REMITTANCE-SUMMARY.
           PERFORM WRITE-LABOR-DISTRIBUTION.
           PERFORM WRITE-GL-JOURNAL.
           PERFORM FINISH-VARIANCE-REPORT.

       ADD-DED-TO-REMIT-TABLE.
           MOVE 'N' TO RM-FOUND.
           END-IF.

       WRITE-REMITTANCE-SUMMARY.
           PERFORM OPEN-REMIT-FILE.
           IF RM-NEW-FILE = 'Y'
               MOVE SPACES TO REMIT-LINE
               STRING "DED_CODE,DESCRIPTION,PERIOD_START,PERIOD_END,"
                   "EMPLOYEES,TOTAL_AMOUNT"
                   DELIMITED BY SIZE INTO REMIT-LINE
               PERFORM PUT-REMIT-LINE
           END-IF.
           PERFORM VARYING RM-IX FROM 1 BY 1 UNTIL RM-IX > RM-COUNT
               MOVE RM-EMPS(RM-IX) TO RM-EMPS-DISP
               MOVE RM-TOTAL(RM-IX) TO RM-TOTAL-DISP
                   FUNCTION TRIM(RM-EMPS-DISP) ","
                   FUNCTION TRIM(RM-TOTAL-DISP)
                   DELIMITED BY SIZE INTO REMIT-LINE
               PERFORM PUT-REMIT-LINE
           END-PERFORM.
           EVALUATE WS-PAY-MODE
               WHEN 'F'
                   CLOSE FINAL-REMIT
               WHEN 'M'
                   CLOSE BONUS-REMIT
               WHEN OTHER
                   CLOSE REMIT-SUMMARY
           END-EVALUATE.
           MOVE SPACES TO WS-RUN-MSG.
           STRING "REMITTANCE SUMMARY WRITTEN TO "
               FUNCTION TRIM(RM-FILE-NAME)
               DELIMITED BY SIZE INTO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.

       OPEN-REMIT-FILE.
           MOVE 'Y' TO RM-NEW-FILE.
           EVALUATE WS-PAY-MODE
               WHEN 'F'
                   MOVE "FINAL-PAY-REMIT.DAT" TO RM-FILE-NAME
                   OPEN EXTEND FINAL-REMIT
                   IF WS-FR-FILE-STATUS = '35'
                       OPEN OUTPUT FINAL-REMIT
                       CLOSE FINAL-REMIT
                       OPEN EXTEND FINAL-REMIT
                   ELSE
                       MOVE 'N' TO RM-NEW-FILE
                   END-IF
               WHEN 'M'
                   MOVE "BONUS-REMIT.DAT" TO RM-FILE-NAME
                   OPEN OUTPUT BONUS-REMIT
               WHEN OTHER
                   MOVE "REMITTANCE-SUMMARY.DAT" TO RM-FILE-NAME
                   OPEN OUTPUT REMIT-SUMMARY
           END-EVALUATE.

       PUT-REMIT-LINE.
           EVALUATE WS-PAY-MODE
               WHEN 'F'
                   MOVE REMIT-LINE TO FINAL-REMIT-LINE
                   WRITE FINAL-REMIT-LINE
               WHEN 'M'
                   MOVE REMIT-LINE TO BONUS-REMIT-LINE
                   WRITE BONUS-REMIT-LINE
               WHEN OTHER
                   WRITE REMIT-LINE
           END-EVALUATE.

       OPEN-BANK-TRANSFER-FILES.
           MOVE ZERO TO BF-CREDIT-COUNT.
           MOVE ZERO TO BF-CHECK-COUNT.
           MOVE ZERO TO BF-TOTAL-NET.
           EVALUATE WS-PAY-MODE
               WHEN 'F'
                   OPEN EXTEND FINAL-BANK
                   IF WS-FB-FILE-STATUS = '35'
                       OPEN OUTPUT FINAL-BANK
                       CLOSE FINAL-BANK
                       OPEN EXTEND FINAL-BANK
                   END-IF
                   OPEN EXTEND FINAL-CHECK
                   IF WS-FK-FILE-STATUS = '35'
                       OPEN OUTPUT FINAL-CHECK
                       CLOSE FINAL-CHECK
                       OPEN EXTEND FINAL-CHECK
                   END-IF
               WHEN 'M'
                   OPEN OUTPUT BONUS-BANK
                   OPEN OUTPUT BONUS-CHECK
               WHEN OTHER
                   OPEN OUTPUT BANK-TRANSFER
                   OPEN OUTPUT CHECK-LIST
           END-EVALUATE.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO BANK-LINE.
           STRING "HDR" AUDIT-DATE " " PR-PERIOD-START
               " " PR-PERIOD-END
               DELIMITED BY SIZE INTO BANK-LINE.
           PERFORM PUT-BANK-LINE.
           MOVE SPACES TO CHECK-LINE.
           STRING "PAY BY CHECK - NO BANK ACCOUNT ON FILE, PERIOD "
               PR-PERIOD-START " TO " PR-PERIOD-END
               DELIMITED BY SIZE INTO CHECK-LINE.
           PERFORM PUT-CHECK-LINE.

       FINISH-BANK-TRANSFER-FILES.
           MOVE SPACES TO BANK-LINE.
           STRING "TRL" BF-CREDIT-COUNT BF-TOTAL-NET
               DELIMITED BY SIZE INTO BANK-LINE.
           PERFORM PUT-BANK-LINE.
           EVALUATE WS-PAY-MODE
               WHEN 'F'
                   CLOSE FINAL-BANK
                   CLOSE FINAL-CHECK
               WHEN 'M'
                   CLOSE BONUS-BANK
                   CLOSE BONUS-CHECK
               WHEN OTHER
                   CLOSE BANK-TRANSFER
                   CLOSE CHECK-LIST
           END-EVALUATE.

       PUT-BANK-LINE.
           EVALUATE WS-PAY-MODE
               WHEN 'F'
                   MOVE BANK-LINE TO FINAL-BANK-LINE
                   WRITE FINAL-BANK-LINE
               WHEN 'M'
                   MOVE BANK-LINE TO BONUS-BANK-LINE
                   WRITE BONUS-BANK-LINE
               WHEN OTHER
                   WRITE BANK-LINE
           END-EVALUATE.

       PUT-CHECK-LINE.
           EVALUATE WS-PAY-MODE
               WHEN 'F'
                   MOVE CHECK-LINE TO FINAL-CHECK-LINE
                   WRITE FINAL-CHECK-LINE
               WHEN 'M'
                   MOVE CHECK-LINE TO BONUS-CHECK-LINE
                   WRITE BONUS-CHECK-LINE
               WHEN OTHER
                   WRITE CHECK-LINE
           END-EVALUATE.

       WRITE-BANK-CREDIT-OR-CHECK.
           MOVE 'N' TO BT-FOUND.
               STRING "DTL" EMPLOYEE_NO BT-BANK(BT-PICK)
                   BT-ACCT(BT-PICK) BT-TYPE(BT-PICK) BF-NET-AMT
                   DELIMITED BY SIZE INTO BANK-LINE
               PERFORM PUT-BANK-LINE
               ADD 1 TO BF-CREDIT-COUNT
               ADD PR-NET-PAY TO BF-TOTAL-NET
           ELSE
               STRING EMPLOYEE_NO " " FUNCTION TRIM(FULL_NAME)
                   " NET " FUNCTION TRIM(PR-NET-PAY-DISP)
                   DELIMITED BY SIZE INTO CHECK-LINE
               PERFORM PUT-CHECK-LINE
               ADD 1 TO BF-CHECK-COUNT
           END-IF.
           IF PR-RETRO-APPLIED > ZERO
               PERFORM WRITE-RETRO-CREDIT-OR-CHECK
           END-IF.

       WRITE-RETRO-CREDIT-OR-CHECK.
           IF BT-FOUND = 'Y' AND BT-STATUS(BT-PICK) NOT = 'I'
               MOVE PR-RETRO-APPLIED TO BF-NET-AMT
               MOVE SPACES TO BANK-LINE
               STRING "DTL" EMPLOYEE_NO BT-BANK(BT-PICK)
                   BT-ACCT(BT-PICK) BT-TYPE(BT-PICK) BF-NET-AMT
                   DELIMITED BY SIZE INTO BANK-LINE
               PERFORM PUT-BANK-LINE
               ADD 1 TO BF-CREDIT-COUNT
               ADD PR-RETRO-APPLIED TO BF-TOTAL-NET
           ELSE
               MOVE SPACES TO CHECK-LINE
               STRING EMPLOYEE_NO " " FUNCTION TRIM(FULL_NAME)
                   " RETRO ADJ " FUNCTION TRIM(PR-RETRO-DISP)
                   DELIMITED BY SIZE INTO CHECK-LINE
               PERFORM PUT-CHECK-LINE
               ADD 1 TO BF-CHECK-COUNT
           END-IF.

           END-PERFORM.
           PERFORM SPLIT-DAILY-OVERTIME.
           ADD PR-LEAVE-HOURS TO PR-TOTAL-HOURS.
           PERFORM PRICE-RATE-SEGMENTS.
           ADD PR-HOL-HOURS TO PR-TOTAL-HOURS.
           COMPUTE PR-GROSS-PAY =
               PR-REG-PAY + PR-OT-PAY + PR-NIGHT-PAY + PR-LEAVE-PAY
             + PR-HOL-PAY.
           IF WS-PAY-MODE = 'F'
               ADD FP-VL-PAY TO PR-GROSS-PAY
           END-IF.
           ADD PR-GROSS-PAY TO PR-GRAND-TOTAL.
           MOVE PR-TOTAL-HOURS TO PR-TOTAL-HOURS-DISP.
           MOVE ZERO TO PR-TOTAL-DEDUCTIONS.
           MOVE PR-OT-PAY TO PR-OT-PAY-DISP.
           MOVE PR-NIGHT-PAY TO PR-NIGHT-PAY-DISP.
           MOVE PR-LEAVE-PAY TO PR-LEAVE-PAY-DISP.
           MOVE PR-HOL-HOURS TO PR-HOL-HOURS-DISP.
           MOVE PR-HOL-PAY TO PR-HOL-PAY-DISP.
           MOVE PR-GROSS-PAY TO PR-GROSS-PAY-DISP.
           IF WS-RUN-MODE NOT = 'B' AND WS-PAY-MODE = 'R'
               DISPLAY "EMPLOYEE NO: " EMPLOYEE_NO
                       " HOURS: " PR-TOTAL-HOURS-DISP
                       " GROSS PAY: " PR-GROSS-PAY-DISP
                       " DIFF AT " PR-NIGHT-PAY-DISP
               DISPLAY "  LEAVE HRS: " PR-LEAVE-HOURS-DISP
                       " AT " PR-LEAVE-PAY-DISP
               IF PR-HOL-PAY > ZERO
                   DISPLAY "  UNWORKED HOLIDAY HRS: " PR-HOL-HOURS-DISP
                       " HOLIDAY PAY/PREMIUM: " PR-HOL-PAY-DISP
               END-IF
               IF RS-COUNT > 1
                   PERFORM VARYING RS-IX FROM 1 BY 1
                           UNTIL RS-IX > RS-COUNT
                       PERFORM FORMAT-RATE-SPLIT-LINE
                       DISPLAY "  " FUNCTION TRIM(PAYSLIP-LINE)
                   END-PERFORM
               END-IF
           END-IF.
           PERFORM COMPUTE-EMPLOYEE-DEDUCTIONS.
           IF PR-TOTAL-DEDUCTIONS > PR-GROSS-PAY
               IF WS-RUN-MODE NOT = 'B' AND WS-PAY-MODE = 'R'
                   DISPLAY "  DEDUCTIONS CAPPED AT GROSS PAY"
               END-IF
               PERFORM CAP-LOAN-DEDUCTIONS
               MOVE PR-GROSS-PAY TO PR-TOTAL-DEDUCTIONS
           END-IF.
           COMPUTE PR-NET-PAY =
               PR-GROSS-PAY - PR-TOTAL-DEDUCTIONS + TX-REFUND.
           PERFORM APPLY-PENDING-RETRO.
           ADD PR-TOTAL-DEDUCTIONS TO PR-GRAND-DEDUCTIONS.
           ADD PR-NET-PAY TO PR-GRAND-NET.
           ADD PR-RETRO-APPLIED TO PR-GRAND-RETRO.
           ADD PR-RETRO-TAX TO PR-GRAND-RETRO-TAX.
           MOVE PR-TOTAL-DEDUCTIONS TO PR-TOTAL-DEDUCTIONS-DISP.
           MOVE PR-NET-PAY TO PR-NET-PAY-DISP.
           MOVE PR-RETRO-APPLIED TO PR-RETRO-DISP.
           IF WS-RUN-MODE NOT = 'B' AND WS-PAY-MODE = 'R'
               IF PR-RETRO-GROSS NOT = ZERO OR PR-RETRO-NET NOT = ZERO
                   MOVE PR-RETRO-GROSS TO RA-GROSS-DISP
                   DISPLAY "  RETRO ADJ GROSS: " RA-GROSS-DISP
                       " APPLIED: " PR-RETRO-DISP
               END-IF
               DISPLAY "  TOTAL DEDUCTIONS: " PR-TOTAL-DEDUCTIONS-DISP
                       " NET PAY: " PR-NET-PAY-DISP
           END-IF.
           EVALUATE WS-PAY-MODE
               WHEN 'C'
                   PERFORM ADD-PAY-TO-YTD-TABLE
                   PERFORM WRITE-EMPLOYEE-PAYSLIP
               WHEN 'R'
                   PERFORM WRITE-EMPLOYEE-PAYSLIP
                   PERFORM WRITE-REGISTER-DETAIL
                   PERFORM WRITE-BANK-CREDIT-OR-CHECK
                   PERFORM ADD-PAY-TO-COST-CENTER
                   PERFORM CHECK-EMPLOYEE-VARIANCE
               WHEN 'F'
                   PERFORM ADD-PAY-TO-YTD-TABLE
                   PERFORM WRITE-EMPLOYEE-PAYSLIP
                   PERFORM WRITE-BANK-CREDIT-OR-CHECK
                   PERFORM ADD-PAY-TO-COST-CENTER
           END-EVALUATE.

       LOAD-PAYROLL-INPUT-TABLES.
           MOVE ZERO TO PD-COUNT.
           END-IF.
           CLOSE LEAVE-CARD.
           MOVE 'N' TO WS-LV-EOF.
           PERFORM LOAD-DEDUCTION-PASS-TABLE.
           OPEN INPUT BANK-ACCOUNT.
           IF WS-BA-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-BA-EOF = 'Y'
           END-IF.
           CLOSE BANK-ACCOUNT.
           MOVE 'N' TO WS-BA-EOF.
           PERFORM LOAD-RATE-HISTORY-TABLE.
           PERFORM LOAD-HOLIDAY-TABLE.
           PERFORM LOAD-PENDING-RETRO-TABLE.

       LOAD-DEDUCTION-PASS-TABLE.
           MOVE ZERO TO PT-COUNT.
           OPEN INPUT DEDUCTIONS.
           IF WS-DD-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-DD-EOF = 'Y'
                   READ DEDUCTIONS INTO DEDUCTION-INFO
                      AT END MOVE 'Y' TO WS-DD-EOF
                      NOT AT END
                          PERFORM LOAD-DEDUCTION-TO-PASS-TABLE
                          IF D_PRETAX = 'Y'
                              PERFORM ADD-PRETAX-CODE
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DEDUCTIONS.
           MOVE 'N' TO WS-DD-EOF.
           PERFORM LOAD-TAX-TABLE.
           PERFORM LOAD-LOAN-PASS-TABLE.

       LOAD-PUNCH-TO-PASS-TABLES.
           IF T_STATUS = SPACE
                   AND DATE_REPORT(1:8) >= PR-PERIOD-START
                   AND DATE_REPORT(1:8) <= PR-PERIOD-END
               PERFORM ADD-PUNCH-TO-PASS-TABLES
           END-IF.

       ADD-PUNCH-TO-PASS-TABLES.
           PERFORM CONVERT-PUNCH-TO-HOURS.
           MOVE FUNCTION NUMVAL(T_EMPLOYEE_NO) TO PP-EMP.
           PERFORM FIND-OR-ADD-EMP-ENTRY.
           IF ET-PICK > 0
               ADD TP-HOURS-WORKED TO ET-TOT-HRS(ET-PICK)
               ADD TP-NIGHT-MINUTES TO ET-NIGHT-MIN(ET-PICK)
           END-IF.
           PERFORM ADD-MINUTES-TO-DAILY-BUCKET.

       LOAD-LEAVE-TO-PASS-TABLE.
           IF L_APPROVED = 'Y'
                   AND L_STATUS = SPACE
                   AND L_DATE >= PR-PERIOD-START
                   AND L_DATE <= PR-PERIOD-END
               PERFORM ADD-LEAVE-TO-PASS-TABLES
           END-IF.

       ADD-LEAVE-TO-PASS-TABLES.
           MOVE L_EMPLOYEE_NO TO PP-EMP.
           PERFORM FIND-OR-ADD-EMP-ENTRY.
           IF ET-PICK > 0
               ADD L_HOURS TO ET-LEAVE-HRS(ET-PICK)
               PERFORM ADD-LEAVE-TO-DAILY-BUCKET
           END-IF.

       LOAD-DEDUCTION-TO-PASS-TABLE.
                   MOVE D_DESC TO DT-DESC(DT-COUNT)
                   MOVE D_TYPE TO DT-TYPE(DT-COUNT)
                   MOVE D_AMOUNT TO DT-AMOUNT(DT-COUNT)
                   MOVE D_PRETAX TO DT-PRETAX(DT-COUNT)
               ELSE
                   MOVE SPACES TO WS-RUN-MSG
                   STRING "MORE THAN 1000 ACTIVE DEDUCTIONS, "
           END-IF.

       COMPUTE-EMPLOYEE-DEDUCTIONS.
           MOVE ZERO TO TX-PRETAX.
           MOVE ZERO TO TX-TAX.
           MOVE ZERO TO TX-REFUND.
           MOVE ZERO TO TX-TRUEUP.
           MOVE ZERO TO TX-WITHHELD.
           PERFORM VARYING DT-IX FROM 1 BY 1 UNTIL DT-IX > DT-COUNT
               IF DT-EMP(DT-IX) = EMPLOYEE_NO
                       AND DT-PRETAX(DT-IX) = 'Y'
                   PERFORM MOVE-PASS-ROW-TO-DEDUCTION
                   PERFORM APPLY-DEDUCTION-AMOUNT
                   ADD DD-AMOUNT TO TX-PRETAX
               END-IF
           END-PERFORM.
           PERFORM COMPUTE-WITHHOLDING-TAX.
           PERFORM VARYING DT-IX FROM 1 BY 1 UNTIL DT-IX > DT-COUNT
               IF DT-EMP(DT-IX) = EMPLOYEE_NO
                       AND DT-PRETAX(DT-IX) NOT = 'Y'
                   IF TX-TABLE-USED = 'Y' AND DT-CODE(DT-IX) = "TAX"
                       IF WS-RUN-MODE NOT = 'B' AND WS-PAY-MODE = 'R'
                           DISPLAY "  DED TAX ROW SKIPPED, "
                               "TAX COMES FROM THE TAX TABLE"
                       END-IF
                   ELSE
                       PERFORM MOVE-PASS-ROW-TO-DEDUCTION
                       PERFORM APPLY-DEDUCTION-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > LN-COUNT
               IF LN-EMP(LN-IX) = EMPLOYEE_NO
                   PERFORM APPLY-LOAN-AMORTIZATION
               END-IF
           END-PERFORM.

       MOVE-PASS-ROW-TO-DEDUCTION.
           MOVE DT-EMP(DT-IX) TO D_EMPLOYEE_NO.
           MOVE DT-CODE(DT-IX) TO D_CODE.
           MOVE DT-DESC(DT-IX) TO D_DESC.
           MOVE DT-TYPE(DT-IX) TO D_TYPE.
           MOVE DT-AMOUNT(DT-IX) TO D_AMOUNT.
           MOVE DT-PRETAX(DT-IX) TO D_PRETAX.

       APPLY-DEDUCTION-AMOUNT.
           IF D_TYPE = 'P' OR D_TYPE = 'p'
               COMPUTE DD-AMOUNT ROUNDED =
               MOVE D_AMOUNT TO DD-AMOUNT
           END-IF.
           ADD DD-AMOUNT TO PR-TOTAL-DEDUCTIONS.
           IF D_CODE = "TAX"
               ADD DD-AMOUNT TO TX-WITHHELD
           END-IF.
           MOVE DD-AMOUNT TO DD-AMOUNT-DISP.
           IF WS-RUN-MODE NOT = 'B' AND WS-PAY-MODE = 'R'
               DISPLAY "  DED " D_CODE " " D_DESC " "
                   DD-AMOUNT-DISP
           END-IF.
           EVALUATE WS-PAY-MODE
               WHEN 'C'
                   PERFORM ADD-DED-TO-YTD-TABLE
               WHEN 'F'
                   PERFORM ADD-DED-TO-YTD-TABLE
                   PERFORM ADD-DED-TO-REMIT-TABLE
               WHEN 'R'
                   PERFORM ADD-DED-TO-REMIT-TABLE
           END-EVALUATE.

       WRITE-EMPLOYEE-PAYSLIP.
           MOVE ALL "=" TO PAYSLIP-LINE.
           STRING "NAME: " FUNCTION TRIM(FULL_NAME)
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM PUT-PAYSLIP-LINE.
           IF WS-PAY-MODE = 'F'
               PERFORM WRITE-FINAL-PAY-HEADER
           END-IF.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "REG HRS: " FUNCTION TRIM(PR-REG-HOURS-DISP)
               " PAY: " FUNCTION TRIM(PR-REG-PAY-DISP)
               " PAY: " FUNCTION TRIM(PR-LEAVE-PAY-DISP)
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM PUT-PAYSLIP-LINE.
           IF PR-HOL-PAY > ZERO
               MOVE SPACES TO PAYSLIP-LINE
               STRING "UNWORKED HOLIDAY HRS: "
                   FUNCTION TRIM(PR-HOL-HOURS-DISP)
                   " HOLIDAY PAY/PREMIUM: "
                   FUNCTION TRIM(PR-HOL-PAY-DISP)
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM PUT-PAYSLIP-LINE
           END-IF.
           IF RS-COUNT > 1
               PERFORM VARYING RS-IX FROM 1 BY 1
                       UNTIL RS-IX > RS-COUNT
                   PERFORM FORMAT-RATE-SPLIT-LINE
                   PERFORM PUT-PAYSLIP-LINE
               END-PERFORM
           END-IF.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "TOTAL HRS: " FUNCTION TRIM(PR-TOTAL-HOURS-DISP)
               " GROSS PAY: " FUNCTION TRIM(PR-GROSS-PAY-DISP)
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM PUT-PAYSLIP-LINE.
           IF TX-TABLE-USED = 'Y'
               PERFORM WRITE-PAYSLIP-TAX-LINES
           END-IF.
           PERFORM VARYING RA-IX FROM 1 BY 1 UNTIL RA-IX > RA-COUNT
               IF RA-EMP(RA-IX) = EMPLOYEE_NO
                   MOVE RA-T-GROSS(RA-IX) TO RA-GROSS-DISP
                   MOVE RA-T-NET(RA-IX) TO RA-NET-DISP
                   MOVE SPACES TO PAYSLIP-LINE
                   STRING "RETRO ADJ " RA-ORIG(RA-IX)
                       " GROSS: " FUNCTION TRIM(RA-GROSS-DISP)
                       " NET: " FUNCTION TRIM(RA-NET-DISP)
                       DELIMITED BY SIZE INTO PAYSLIP-LINE
                   PERFORM PUT-PAYSLIP-LINE
               END-IF
           END-PERFORM.
           IF PR-RETRO-TAX NOT = ZERO
               MOVE PR-RETRO-TAX TO RA-TAX-DISP
               MOVE SPACES TO PAYSLIP-LINE
               STRING "RETRO ADJ WITHHOLDING TAX: "
                   FUNCTION TRIM(RA-TAX-DISP)
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM PUT-PAYSLIP-LINE
           END-IF.
           IF PR-RETRO-APPLIED > ZERO
               MOVE SPACES TO PAYSLIP-LINE
               STRING "RETRO ADJ PAID AS SEPARATE CREDIT: "
                   FUNCTION TRIM(PR-RETRO-DISP)
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM PUT-PAYSLIP-LINE
           END-IF.
           IF PR-RETRO-APPLIED < ZERO
               MOVE SPACES TO PAYSLIP-LINE
               STRING "RETRO ADJ RECOVERED FROM NET PAY: "
                   FUNCTION TRIM(PR-RETRO-DISP)
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM PUT-PAYSLIP-LINE
           END-IF.
           IF PR-RETRO-SHORT > ZERO AND WS-PAY-MODE NOT = 'F'
               MOVE PR-RETRO-SHORT TO RA-NET-DISP
               MOVE SPACES TO PAYSLIP-LINE
               STRING "RETRO ADJ CARRIED TO NEXT PERIOD: -"
                   FUNCTION TRIM(RA-NET-DISP)
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM PUT-PAYSLIP-LINE
           END-IF.
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > LN-COUNT
               IF LN-EMP(LN-IX) = EMPLOYEE_NO
                   PERFORM FORMAT-LOAN-BALANCE-LINE
                   PERFORM PUT-PAYSLIP-LINE
               END-IF
           END-PERFORM.
           IF WS-PAY-MODE = 'F'
               PERFORM WRITE-FINAL-PAY-LINES
           END-IF.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "DEDUCTIONS: "
               FUNCTION TRIM(PR-TOTAL-DEDUCTIONS-DISP)
           PERFORM PUT-PAYSLIP-LINE.

       PUT-PAYSLIP-LINE.
           EVALUATE WS-PAY-MODE
               WHEN 'C'
               WHEN 'F'
                   MOVE EMPLOYEE_NO TO W_PH_EMPLOYEE_NO
                   MOVE WS-PERIOD-ID TO W_PH_PERIOD
                   MOVE PAYSLIP-LINE TO W_PH_LINE
                   WRITE PAYSLIP-HISTORY-FILE
               WHEN 'M'
                   MOVE PAYSLIP-LINE TO BONUS-PAYSLIP-LINE
                   WRITE BONUS-PAYSLIP-LINE
               WHEN OTHER
                   WRITE PAYSLIP-LINE
           END-EVALUATE.
           IF WS-PAY-MODE = 'F'
               MOVE PAYSLIP-LINE TO FINAL-PAYSLIP-LINE
               WRITE FINAL-PAYSLIP-LINE
           END-IF.

       WRITE-REGISTER-DETAIL.
               FUNCTION TRIM(PR-TOTAL-HOURS-DISP) ","
               FUNCTION TRIM(PR-GROSS-PAY-DISP) ","
               FUNCTION TRIM(PR-TOTAL-DEDUCTIONS-DISP) ","
               FUNCTION TRIM(PR-NET-PAY-DISP) ","
               FUNCTION TRIM(PR-RETRO-DISP) ","
               FUNCTION TRIM(PR-HOL-PAY-DISP)
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

       ADD-MINUTES-TO-DAILY-BUCKET.
           MOVE DATE_REPORT(1:8) TO PP-DATE.
           PERFORM FIND-OR-ADD-DAILY-BUCKET.
           ADD TP-ELAPSED-MINUTES TO PD-MINUTES(PD-PICK).
           ADD TP-NIGHT-MINUTES TO PD-NIGHT-MIN(PD-PICK).

       ADD-LEAVE-TO-DAILY-BUCKET.
           MOVE L_DATE TO PP-DATE.
           PERFORM FIND-OR-ADD-DAILY-BUCKET.
           ADD L_HOURS TO PD-LEAVE-HRS(PD-PICK).

       FIND-OR-ADD-DAILY-BUCKET.
           MOVE 'N' TO PD-FOUND.
           PERFORM VARYING PD-IX FROM 1 BY 1
                   UNTIL PD-IX > PD-COUNT OR PD-FOUND = 'Y'
               IF PD-EMP(PD-IX) = PP-EMP
                       AND PD-DATE(PD-IX) = PP-DATE
                   MOVE PD-IX TO PD-PICK
                   MOVE 'Y' TO PD-FOUND
               END-IF
           END-PERFORM.
               IF PD-COUNT < 4000
                   ADD 1 TO PD-COUNT
                   MOVE PP-EMP TO PD-EMP(PD-COUNT)
                   MOVE PP-DATE TO PD-DATE(PD-COUNT)
                   MOVE ZERO TO PD-MINUTES(PD-COUNT)
                   MOVE ZERO TO PD-NIGHT-MIN(PD-COUNT)
                   MOVE ZERO TO PD-LEAVE-HRS(PD-COUNT)
                   MOVE PD-COUNT TO PD-PICK
               ELSE
                   MOVE SPACES TO WS-RUN-MSG
                   STRING "MORE THAN 4000 PUNCH DAYS IN PERIOD, "
                       "OVERTIME SPLIT MAY BE WRONG"
                       DELIMITED BY SIZE INTO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
                   MOVE 4000 TO PD-PICK
               END-IF
           END-IF.

       SPLIT-DAILY-OVERTIME.
           MOVE ZERO TO RS-COUNT.
           MOVE ZERO TO PR-HOL-HOURS.
           MOVE ZERO TO PR-HOL-PAY.
           PERFORM VARYING PD-IX FROM 1 BY 1 UNTIL PD-IX > PD-COUNT
               IF PD-EMP(PD-IX) = EMPLOYEE_NO
                   IF PD-MINUTES(PD-IX) > 480
                       MOVE 8 TO PD-DAY-REG
                       COMPUTE PD-DAY-OT =
                           (PD-MINUTES(PD-IX) - 480) / 60
                   ELSE
                       COMPUTE PD-DAY-REG = PD-MINUTES(PD-IX) / 60
                       MOVE ZERO TO PD-DAY-OT
                   END-IF
                   ADD PD-DAY-REG TO PR-REG-HOURS
                   ADD PD-DAY-OT TO PR-OT-HOURS
                   PERFORM ADD-DAY-TO-RATE-SEGMENT
                   MOVE PD-DATE(PD-IX) TO HO-LOOK-DATE
                   PERFORM FIND-HOLIDAY-FOR-DATE
                   IF HO-FOUND = 'Y'
                       PERFORM ADD-HOLIDAY-PREMIUM
                   END-IF
               END-IF
           END-PERFORM.
           IF HO-COUNT > 0
               PERFORM PAY-UNWORKED-HOLIDAYS
           END-IF.

       ADD-DAY-TO-RATE-SEGMENT.
           MOVE PD-DATE(PD-IX) TO RT-LOOKUP-DATE.
           PERFORM FIND-RATE-FOR-DATE.
           MOVE ZERO TO RS-PICK.
           PERFORM VARYING RS-IX FROM 1 BY 1
                   UNTIL RS-IX > RS-COUNT OR RS-PICK > 0
               IF RS-EFF(RS-IX) = RT-DAY-EFF
                   MOVE RS-IX TO RS-PICK
               END-IF
           END-PERFORM.
           IF RS-PICK = 0
               IF RS-COUNT < 20
                   ADD 1 TO RS-COUNT
                   MOVE RS-COUNT TO RS-PICK
                   MOVE RT-DAY-EFF TO RS-EFF(RS-PICK)
                   MOVE RT-DAY-RATE TO RS-RATE(RS-PICK)
                   MOVE PD-DATE(PD-IX) TO RS-FROM(RS-PICK)
                   MOVE PD-DATE(PD-IX) TO RS-TO(RS-PICK)
                   MOVE ZERO TO RS-REG-HRS(RS-PICK)
                   MOVE ZERO TO RS-OT-HRS(RS-PICK)
                   MOVE ZERO TO RS-NIGHT-MIN(RS-PICK)
                   MOVE ZERO TO RS-LEAVE-HRS(RS-PICK)
                   MOVE ZERO TO RS-GROSS(RS-PICK)
               ELSE
                   MOVE SPACES TO WS-RUN-MSG
                   STRING "MORE THAN 20 PAY RATES IN PERIOD FOR "
                       EMPLOYEE_NO ", LAST RATE USED FOR THE REST"
                       DELIMITED BY SIZE INTO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
                   MOVE RS-COUNT TO RS-PICK
               END-IF
           END-IF.
           IF PD-DATE(PD-IX) < RS-FROM(RS-PICK)
               MOVE PD-DATE(PD-IX) TO RS-FROM(RS-PICK)
           END-IF.
           IF PD-DATE(PD-IX) > RS-TO(RS-PICK)
               MOVE PD-DATE(PD-IX) TO RS-TO(RS-PICK)
           END-IF.
           ADD PD-DAY-REG TO RS-REG-HRS(RS-PICK).
           ADD PD-DAY-OT TO RS-OT-HRS(RS-PICK).
           ADD PD-NIGHT-MIN(PD-IX) TO RS-NIGHT-MIN(RS-PICK).
           ADD PD-LEAVE-HRS(PD-IX) TO RS-LEAVE-HRS(RS-PICK).

       PRICE-RATE-SEGMENTS.
           MOVE ZERO TO PR-REG-PAY.
           MOVE ZERO TO PR-OT-PAY.
           MOVE ZERO TO PR-NIGHT-PAY.
           MOVE ZERO TO PR-LEAVE-PAY.
           PERFORM VARYING RS-IX FROM 1 BY 1 UNTIL RS-IX > RS-COUNT
               COMPUTE RS-PAY = RS-REG-HRS(RS-IX) * RS-RATE(RS-IX)
               ADD RS-PAY TO PR-REG-PAY
               ADD RS-PAY TO RS-GROSS(RS-IX)
               COMPUTE RS-PAY =
                   RS-OT-HRS(RS-IX) * RS-RATE(RS-IX) * 1.5
               ADD RS-PAY TO PR-OT-PAY
               ADD RS-PAY TO RS-GROSS(RS-IX)
               COMPUTE RS-NIGHT-HRS = RS-NIGHT-MIN(RS-IX) / 60
               COMPUTE RS-PAY = RS-NIGHT-HRS * RS-RATE(RS-IX) * 0.10
               ADD RS-PAY TO PR-NIGHT-PAY
               ADD RS-PAY TO RS-GROSS(RS-IX)
               COMPUTE RS-PAY = RS-LEAVE-HRS(RS-IX) * RS-RATE(RS-IX)
               ADD RS-PAY TO PR-LEAVE-PAY
               ADD RS-PAY TO RS-GROSS(RS-IX)
           END-PERFORM.

       FORMAT-RATE-SPLIT-LINE.
           COMPUTE RS-HRS = RS-REG-HRS(RS-IX) + RS-OT-HRS(RS-IX)
               + RS-LEAVE-HRS(RS-IX).
           MOVE RS-HRS TO RS-HRS-DISP.
           MOVE RS-RATE(RS-IX) TO RH-RATE-DISP.
           MOVE RS-GROSS(RS-IX) TO RS-PAY-DISP.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "RATE " FUNCTION TRIM(RH-RATE-DISP)
               " " RS-FROM(RS-IX) "-" RS-TO(RS-IX)
               " HRS: " FUNCTION TRIM(RS-HRS-DISP)
               " PAY: " FUNCTION TRIM(RS-PAY-DISP)
               DELIMITED BY SIZE INTO PAYSLIP-LINE.

       LOAD-RATE-HISTORY-TABLE.
           MOVE ZERO TO RT-COUNT.
           OPEN INPUT RATE-HISTORY.
           IF WS-RH-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-RH-EOF = 'Y'
                   READ RATE-HISTORY INTO RATE-HISTORY-INFO
                      AT END MOVE 'Y' TO WS-RH-EOF
                      NOT AT END PERFORM ADD-RATE-TO-TABLE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RATE-HISTORY.
           MOVE 'N' TO WS-RH-EOF.

       ADD-RATE-TO-TABLE.
           IF RT-COUNT < 2000
               ADD 1 TO RT-COUNT
               MOVE RH_EMPLOYEE_NO TO RT-EMP(RT-COUNT)
               MOVE RH_RATE TO RT-RATE(RT-COUNT)
               MOVE RH_EFF_DATE TO RT-EFF(RT-COUNT)
           ELSE
               MOVE SPACES TO WS-RUN-MSG
               STRING "MORE THAN 2000 PAY RATE RECORDS, "
                   "SOME RATE CHANGES NOT APPLIED"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
           END-IF.

       FIND-RATE-FOR-DATE.
           MOVE SALARY-PER-HOUR TO RT-DAY-RATE.
           MOVE SPACES TO RT-DAY-EFF.
           PERFORM VARYING RT-IX FROM 1 BY 1 UNTIL RT-IX > RT-COUNT
               IF RT-EMP(RT-IX) = EMPLOYEE_NO
                       AND RT-EFF(RT-IX) <= RT-LOOKUP-DATE
                       AND (RT-DAY-EFF = SPACES
                           OR RT-EFF(RT-IX) >= RT-DAY-EFF)
                   MOVE RT-RATE(RT-IX) TO RT-DAY-RATE
                   MOVE RT-EFF(RT-IX) TO RT-DAY-EFF
               END-IF
           END-PERFORM.


       ATTENDANCE-REPORT.
           PERFORM SELECT-PERIOD-FROM-CALENDAR.
           PERFORM LOAD-HOLIDAY-TABLE.
           MOVE ZERO TO AT-EXC-COUNT.
           OPEN OUTPUT ATTEND-REPORT.
           MOVE SPACES TO ATTEND-LINE.
               END-IF
           END-PERFORM.

           MOVE AT-CUR-DATE TO HO-LOOK-DATE.
           PERFORM FIND-HOLIDAY-FOR-DATE.
           IF HO-FOUND NOT = 'Y'
               IF AT-DAY-FLAG(AT-DOW) = 'Y'
                   IF AP-FOUND NOT = 'Y'
                       MOVE SPACES TO ATTEND-LINE
                       STRING EMPLOYEE_NO " " AT-CUR-DATE
                           " ABSENT, SCHEDULED DAY WITH NO PUNCH"
                           DELIMITED BY SIZE INTO ATTEND-LINE
                       PERFORM WRITE-ATTEND-LINE
                   ELSE
                       PERFORM CHECK-TARDY-AND-UNDERTIME
                   END-IF
               ELSE
                   IF AP-FOUND = 'Y'
                       MOVE SPACES TO ATTEND-LINE
                       STRING EMPLOYEE_NO " " AT-CUR-DATE
                           " PUNCH ON UNSCHEDULED DAY"
                           DELIMITED BY SIZE INTO ATTEND-LINE
                       PERFORM WRITE-ATTEND-LINE
                   END-IF
               END-IF
           END-IF.

           ACCEPT D_DESC.
           PERFORM SPACE-ENTER.
           PERFORM ASK-DED-TYPE.
           PERFORM ASK-DED-PRETAX.
           DISPLAY "ENTER FLAT AMOUNT OR PERCENT, EX 12.50: ".
           ACCEPT D_AMOUNT.
           PERFORM SPACE-ENTER.
               PERFORM ASK-DED-TYPE
           END-IF.

       ASK-DED-PRETAX.
           DISPLAY "PRE-TAX CONTRIBUTION, TAKEN BEFORE TAX (Y/N)?".
           ACCEPT D_PRETAX.
           EVALUATE TRUE
               WHEN D_PRETAX = "Y" OR D_PRETAX = "y"
                   MOVE 'Y' TO D_PRETAX
               WHEN D_PRETAX = "N" OR D_PRETAX = "n"
                   MOVE 'N' TO D_PRETAX
               WHEN OTHER
                   PERFORM ASK-DED-PRETAX
           END-EVALUATE.

       ASK-DED-EFF-START.
           DISPLAY "ENTER EFFECTIVE START DATE (YYYYMMDD)".
           ACCEPT ASK-PERIOD-DATE.
           IF D_EMPLOYEE_NO = FUNCTION NUMVAL(ASK_EMPLOYEE_NO)
               MOVE D_AMOUNT TO DD-AMOUNT-DISP
               DISPLAY D_CODE " " D_DESC " TYPE " D_TYPE
                   " AMT " DD-AMOUNT-DISP " PRE-TAX " D_PRETAX
                   " EFF " D_EFF_START " TO " D_EFF_END
                   " STATUS " D_STATUS
               MOVE 'Y' TO WS-DED-FOUND
                       PERFORM APPEND-AUDIT-RECORD
                       MOVE EMPLOYEE-INFO TO USER-INFO-FILE
                       REWRITE USER-INFO-FILE
                       IF EC-NEW-CODE NOT = EC-OLD-CODE
                           PERFORM SET-EMP-COST-CENTER
                       END-IF
                       DISPLAY "EMPLOYEE UPDATED...!"
               END-READ
           END-IF.
           DISPLAY "ENTER TIME-SCHED, EX 8:30 AM - 9:30 PM".
           ACCEPT TIME-SCHED.
           PERFORM SPACE-ENTER.
           MOVE SALARY-PER-HOUR TO RH-RATE-DISP.
           DISPLAY "SALARY PER HOUR: " FUNCTION TRIM(RH-RATE-DISP)
               " (CHANGED THROUGH MAINTAIN PAY RATES)".
           PERFORM SPACE-ENTER.
           PERFORM ASK-EMP-ROLE.
           PERFORM ASK-UPDATE-COST-CENTER.
           MOVE 'V' TO SALARY-FMT.

       ASK-DEACTIVATE-EMP-NO.
               WHEN OTHER
                   PERFORM ASK-AGAIN-TO-WRITE
           END-EVALUATE.

       MAINTAIN-PAY-RATES.
           DISPLAY "PAY RATES: 1-ADD RATE CHANGE, 2-LIST RATE HISTORY".
           DISPLAY "WRITE C TO GO BACK TO MENU".
           ACCEPT ASK-SEARCH-CHOICE.

           EVALUATE TRUE
               WHEN ASK-SEARCH-CHOICE = "C" OR ASK-SEARCH-CHOICE = "c"
                   PERFORM ASK-WHAT-TO-DO
               WHEN ASK-SEARCH-CHOICE = "1"
                   PERFORM ADD-RATE-CHANGE
               WHEN ASK-SEARCH-CHOICE = "2"
                   PERFORM LIST-RATE-HISTORY
               WHEN OTHER
                   PERFORM MAINTAIN-PAY-RATES
           END-EVALUATE.

       ADD-RATE-CHANGE.
           DISPLAY "ENTER EMPLOYEE NO, C FOR PAY RATE MENU".
           ACCEPT ASK_EMPLOYEE_NO.

           EVALUATE TRUE
               WHEN ASK_EMPLOYEE_NO = "C" OR ASK_EMPLOYEE_NO = "c"
                   PERFORM MAINTAIN-PAY-RATES
               WHEN ASK_EMPLOYEE_NO NOT = SPACE
                   MOVE FUNCTION NUMVAL(ASK_EMPLOYEE_NO)
                       TO LOOKUP-EMPLOYEE-NO
                   PERFORM LOOKUP-ACTIVE-EMPLOYEE
                   IF WS-EMP-LOOKUP = 'A'
                       PERFORM ASK-RATE-DETAILS
                   ELSE
                       DISPLAY "EMPLOYEE NOT FOUND OR INACTIVE"
                       PERFORM ADD-RATE-CHANGE
                   END-IF
               WHEN OTHER
                   PERFORM ADD-RATE-CHANGE
           END-EVALUATE.

       ASK-RATE-DETAILS.
           PERFORM LOAD-RATE-HISTORY-TABLE.
           ACCEPT RT-LOOKUP-DATE FROM DATE YYYYMMDD.
           PERFORM FIND-RATE-FOR-DATE.
           MOVE RT-DAY-RATE TO RH-RATE-DISP.
           DISPLAY "EMPLOYEE: " FUNCTION TRIM(FULL_NAME)
               " CURRENT RATE: " FUNCTION TRIM(RH-RATE-DISP).
           MOVE EMPLOYEE_NO TO RH_EMPLOYEE_NO.
           PERFORM ASK-RATE-AMOUNT.
           PERFORM ASK-RATE-EFF-DATE.
           PERFORM CHECK-RATE-DATE-CLOSED.
           MOVE WS-LOGIN-EMP-NO TO RH_APPROVED_BY.
           ACCEPT RH_ENTERED_DATE FROM DATE YYYYMMDD.
           PERFORM ASK-RATE-CONFIRM.

       ASK-RATE-AMOUNT.
           DISPLAY "ENTER NEW SALARY PER HOUR, EX 15.50: ".
           ACCEPT RH_RATE.
           PERFORM SPACE-ENTER.
           IF RH_RATE = ZERO
               DISPLAY "RATE MUST BE GREATER THAN ZERO"
               PERFORM ASK-RATE-AMOUNT
           END-IF.

       ASK-RATE-EFF-DATE.
           DISPLAY "ENTER EFFECTIVE-FROM DATE (YYYYMMDD)".
           ACCEPT ASK-PERIOD-DATE.
           IF ASK-PERIOD-DATE IS NOT NUMERIC
               DISPLAY "PLEASE ENTER 8 DIGITS, EX 20260801"
               PERFORM ASK-RATE-EFF-DATE
           ELSE
               MOVE ASK-PERIOD-DATE TO RH_EFF_DATE
           END-IF.

       CHECK-RATE-DATE-CLOSED.
           MOVE 'N' TO WS-PERIOD-CLOSED.
           OPEN INPUT PERIOD-LOG.
           IF WS-PL-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-PL-EOF = 'Y'
                   READ PERIOD-LOG
                      AT END MOVE 'Y' TO WS-PL-EOF
                      NOT AT END
                          IF W_P_PERIOD_ID(10:8) >= RH_EFF_DATE
                              MOVE 'Y' TO WS-PERIOD-CLOSED
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PERIOD-LOG.
           MOVE 'N' TO WS-PL-EOF.
           IF WS-PERIOD-CLOSED = 'Y'
               DISPLAY "NOTE: EFFECTIVE DATE FALLS IN A CLOSED PERIOD, "
                   "HOURS ALREADY PAID ARE NOT REPRICED"
           END-IF.

       ASK-RATE-CONFIRM.
           MOVE RH_RATE TO RH-RATE-DISP.
           DISPLAY "SUPERVISOR: APPROVE RATE "
               FUNCTION TRIM(RH-RATE-DISP)
               " EFFECTIVE " RH_EFF_DATE " (Y/N)?".
           ACCEPT YES-NO.
           EVALUATE TRUE
               WHEN YES-NO = "Y" OR YES-NO = "y"
                   PERFORM WRITE-RATE-CHANGE
                   DISPLAY "RATE CHANGE RECORDED...!"
                   PERFORM SPACE-ENTER
                   PERFORM MAINTAIN-PAY-RATES
               WHEN YES-NO = "N" OR YES-NO = "n"
                   DISPLAY "RATE CHANGE DISCARDED...!"
                   PERFORM SPACE-ENTER
                   PERFORM MAINTAIN-PAY-RATES
               WHEN OTHER
                   PERFORM ASK-RATE-CONFIRM
           END-EVALUATE.

       WRITE-RATE-CHANGE.
           MOVE 'N' TO RH-HAS-HISTORY.
           PERFORM VARYING RT-IX FROM 1 BY 1 UNTIL RT-IX > RT-COUNT
               IF RT-EMP(RT-IX) = EMPLOYEE_NO
                   MOVE 'Y' TO RH-HAS-HISTORY
               END-IF
           END-PERFORM.
           MOVE RH_EFF_DATE TO RT-LOOKUP-DATE.
           PERFORM FIND-RATE-FOR-DATE.
           MOVE RT-DAY-RATE TO RH-RATE-DISP.
           MOVE SPACES TO AU-BEFORE.
           IF RT-DAY-EFF = SPACES OR RT-DAY-EFF = "00000000"
               STRING "RATE " FUNCTION TRIM(RH-RATE-DISP)
                   " OPENING RATE"
                   DELIMITED BY SIZE INTO AU-BEFORE
           ELSE
               STRING "RATE " FUNCTION TRIM(RH-RATE-DISP)
                   " EFFECTIVE " RT-DAY-EFF
                   DELIMITED BY SIZE INTO AU-BEFORE
           END-IF.
           IF RH-HAS-HISTORY = 'N'
               MOVE RATE-HISTORY-INFO TO RH-SAVE-IMAGE
               MOVE SALARY-PER-HOUR TO RH_RATE
               MOVE "00000000" TO RH_EFF_DATE
               PERFORM APPEND-RATE-RECORD
               MOVE RH-SAVE-IMAGE TO RATE-HISTORY-INFO
           END-IF.
           PERFORM APPEND-RATE-RECORD.
           MOVE RH_RATE TO RH-RATE-DISP.
           MOVE SPACES TO AU-AFTER.
           STRING "RATE " FUNCTION TRIM(RH-RATE-DISP)
               " EFFECTIVE " RH_EFF_DATE
               " APPROVED BY " RH_APPROVED_BY
               DELIMITED BY SIZE INTO AU-AFTER.
           MOVE "RATE CHG" TO AUDIT-ACTION.
           PERFORM APPEND-AUDIT-RECORD.
           PERFORM SYNC-MASTER-RATE.

       APPEND-RATE-RECORD.
           OPEN EXTEND RATE-HISTORY.
           IF WS-RH-FILE-STATUS = '35'
               DISPLAY "PAY-RATE-HISTORY.DAT NOT FOUND, CREATING IT..."
               OPEN OUTPUT RATE-HISTORY
               CLOSE RATE-HISTORY
               OPEN EXTEND RATE-HISTORY
           END-IF.
           MOVE RATE-HISTORY-INFO TO RATE-HISTORY-FILE.
           WRITE RATE-HISTORY-FILE
           END-WRITE.
           CLOSE RATE-HISTORY.
           PERFORM ADD-RATE-TO-TABLE.

       SYNC-MASTER-RATE.
           ACCEPT RT-LOOKUP-DATE FROM DATE YYYYMMDD.
           PERFORM FIND-RATE-FOR-DATE.
           IF RT-DAY-RATE NOT = SALARY-PER-HOUR
               OPEN I-O USER-INFO
               MOVE EMPLOYEE_NO TO W_EMPLOYEE_NO
               READ USER-INFO INTO EMPLOYEE-INFO
                   INVALID KEY
                       DISPLAY "EMPLOYEE NO DOES NOT EXIST" EMPLOYEE_NO
                   NOT INVALID KEY
                       PERFORM BUILD-MASKED-IMAGE
                       MOVE SEARCH-EMPLOYEE-INFO TO AU-BEFORE
                       MOVE RT-DAY-RATE TO SALARY-PER-HOUR
                       PERFORM BUILD-MASKED-IMAGE
                       MOVE SEARCH-EMPLOYEE-INFO TO AU-AFTER
                       MOVE "UPDATE" TO AUDIT-ACTION
                       PERFORM APPEND-AUDIT-RECORD
                       MOVE EMPLOYEE-INFO TO USER-INFO-FILE
                       REWRITE USER-INFO-FILE
               END-READ
               CLOSE USER-INFO
           END-IF.

       LIST-RATE-HISTORY.
           DISPLAY "ENTER EMPLOYEE NO, C FOR PAY RATE MENU".
           ACCEPT ASK_EMPLOYEE_NO.

           EVALUATE TRUE
               WHEN ASK_EMPLOYEE_NO = "C" OR ASK_EMPLOYEE_NO = "c"
                   PERFORM MAINTAIN-PAY-RATES
               WHEN ASK_EMPLOYEE_NO NOT = SPACE
                   PERFORM LIST-RATES-FOR-EMP
                   PERFORM SPACE-ENTER
                   PERFORM MAINTAIN-PAY-RATES
               WHEN OTHER
                   PERFORM LIST-RATE-HISTORY
           END-EVALUATE.

       LIST-RATES-FOR-EMP.
           MOVE 'N' TO WS-FOUND-ANY.
           OPEN INPUT RATE-HISTORY.
           IF WS-RH-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-RH-EOF = 'Y'
                   READ RATE-HISTORY INTO RATE-HISTORY-INFO
                      AT END MOVE 'Y' TO WS-RH-EOF
                      NOT AT END PERFORM DISPLAY-RATE-IF-MATCH
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RATE-HISTORY.
           MOVE 'N' TO WS-RH-EOF.
           IF WS-FOUND-ANY NOT = 'Y'
               MOVE FUNCTION NUMVAL(ASK_EMPLOYEE_NO)
                   TO LOOKUP-EMPLOYEE-NO
               PERFORM LOOKUP-ACTIVE-EMPLOYEE
               IF WS-EMP-LOOKUP = 'N'
                   DISPLAY "EMPLOYEE NO DOES NOT EXIST", ASK_EMPLOYEE_NO
               ELSE
                   MOVE SALARY-PER-HOUR TO RH-RATE-DISP
                   DISPLAY "NO RATE CHANGES, MASTER RATE APPLIES: "
                       FUNCTION TRIM(RH-RATE-DISP)
               END-IF
           END-IF.

       DISPLAY-RATE-IF-MATCH.
           IF RH_EMPLOYEE_NO = FUNCTION NUMVAL(ASK_EMPLOYEE_NO)
               MOVE RH_RATE TO RH-RATE-DISP
               IF RH_EFF_DATE = "00000000"
                   DISPLAY "OPENING RATE " RH-RATE-DISP
                       " APPROVED BY " RH_APPROVED_BY
                       " ENTERED " RH_ENTERED_DATE
               ELSE
                   DISPLAY "EFFECTIVE " RH_EFF_DATE
                       " RATE " RH-RATE-DISP
                       " APPROVED BY " RH_APPROVED_BY
                       " ENTERED " RH_ENTERED_DATE
               END-IF
               MOVE 'Y' TO WS-FOUND-ANY
           END-IF.

       APPLY-PENDING-RETRO.
           MOVE ZERO TO PR-RETRO-GROSS.
           MOVE ZERO TO PR-RETRO-NET.
           MOVE ZERO TO PR-RETRO-APPLIED.
           MOVE ZERO TO PR-RETRO-SHORT.
           MOVE ZERO TO PR-RETRO-TAX.
           MOVE ZERO TO PR-RETRO-BASIC.
           PERFORM VARYING RA-IX FROM 1 BY 1 UNTIL RA-IX > RA-COUNT
               IF RA-EMP(RA-IX) = EMPLOYEE_NO
                   ADD RA-T-GROSS(RA-IX) TO PR-RETRO-GROSS
                   ADD RA-T-NET(RA-IX) TO PR-RETRO-NET
                   ADD RA-T-TAX(RA-IX) TO PR-RETRO-TAX
                   ADD RA-T-BASIC(RA-IX) TO PR-RETRO-BASIC
                   MOVE 'Y' TO RA-USED(RA-IX)
               END-IF
           END-PERFORM.
           IF PR-RETRO-NET > ZERO
               MOVE PR-RETRO-NET TO PR-RETRO-APPLIED
           END-IF.
           IF PR-RETRO-NET < ZERO
               IF PR-NET-PAY + PR-RETRO-NET < ZERO
                   COMPUTE PR-RETRO-SHORT =
                       ZERO - (PR-NET-PAY + PR-RETRO-NET)
                   COMPUTE PR-RETRO-APPLIED = ZERO - PR-NET-PAY
                   MOVE ZERO TO PR-NET-PAY
               ELSE
                   MOVE PR-RETRO-NET TO PR-RETRO-APPLIED
                   ADD PR-RETRO-NET TO PR-NET-PAY
               END-IF
           END-IF.
           IF WS-PAY-MODE = 'C' AND PR-RETRO-SHORT > ZERO
               PERFORM ADD-RETRO-CARRY
           END-IF.
           IF PR-RETRO-TAX NOT = ZERO
               PERFORM POST-RETRO-TAX
           END-IF.

       POST-RETRO-TAX.
           MOVE EMPLOYEE_NO TO D_EMPLOYEE_NO.
           MOVE "TAX" TO D_CODE.
           MOVE "WITHHOLDING TAX" TO D_DESC.
           MOVE PR-RETRO-TAX TO DD-AMOUNT.
           EVALUATE WS-PAY-MODE
               WHEN 'C'
                   PERFORM ADD-DED-TO-YTD-TABLE
               WHEN 'F'
                   PERFORM ADD-DED-TO-YTD-TABLE
                   PERFORM ADD-DED-TO-REMIT-TABLE
               WHEN 'R'
                   PERFORM ADD-DED-TO-REMIT-TABLE
           END-EVALUATE.

       ADD-RETRO-CARRY.
           IF RK-COUNT < 300
               ADD 1 TO RK-COUNT
               MOVE EMPLOYEE_NO TO RK-EMP(RK-COUNT)
               MOVE PR-RETRO-SHORT TO RK-SHORT(RK-COUNT)
           ELSE
               MOVE SPACES TO WS-RUN-MSG
               STRING "MORE THAN 300 RETRO RECOVERIES TO CARRY, "
                   "EMPLOYEE " EMPLOYEE_NO " NOT CARRIED"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
           END-IF.

       LOAD-PENDING-RETRO-TABLE.
           MOVE ZERO TO RA-COUNT.
           MOVE ZERO TO RK-COUNT.
           MOVE ZERO TO RA-SEQ.
           OPEN INPUT RETRO-ADJUST.
           IF WS-RA-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-RA-EOF = 'Y'
                   READ RETRO-ADJUST INTO RETRO-ADJUST-INFO
                      AT END MOVE 'Y' TO WS-RA-EOF
                      NOT AT END PERFORM ADD-RETRO-TO-TABLE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RETRO-ADJUST.
           MOVE 'N' TO WS-RA-EOF.

       ADD-RETRO-TO-TABLE.
           ADD 1 TO RA-SEQ.
           IF RA_STATUS = SPACE
               IF RA-COUNT < 500
                   ADD 1 TO RA-COUNT
                   MOVE RA-SEQ TO RA-POS(RA-COUNT)
                   MOVE RA_EMPLOYEE_NO TO RA-EMP(RA-COUNT)
                   MOVE RA_ORIG_PERIOD TO RA-ORIG(RA-COUNT)
                   MOVE RA_GROSS TO RA-T-GROSS(RA-COUNT)
                   MOVE RA_NET TO RA-T-NET(RA-COUNT)
                   MOVE ZERO TO RA-T-TAX(RA-COUNT)
                   MOVE ZERO TO RA-T-BASIC(RA-COUNT)
                   IF RA_TAX IS NUMERIC
                       MOVE RA_TAX TO RA-T-TAX(RA-COUNT)
                   END-IF
                   IF RA_BASIC IS NUMERIC
                       MOVE RA_BASIC TO RA-T-BASIC(RA-COUNT)
                   END-IF
                   MOVE 'N' TO RA-USED(RA-COUNT)
               ELSE
                   MOVE SPACES TO WS-RUN-MSG
                   STRING "MORE THAN 500 PENDING RETRO ADJUSTMENTS, "
                       "SOME HELD FOR THE NEXT RUN"
                       DELIMITED BY SIZE INTO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
               END-IF
           END-IF.

       STAMP-RETRO-ADJUSTMENTS.
           OPEN INPUT RETRO-ADJUST.
           IF WS-RA-FILE-STATUS = '35' AND RK-COUNT = 0
               CLOSE RETRO-ADJUST
           ELSE
               OPEN OUTPUT RETRO-ADJUST-TEMP
               MOVE ZERO TO RA-SEQ
               IF WS-RA-FILE-STATUS NOT = '35'
                   PERFORM UNTIL WS-RA-EOF = 'Y'
                       READ RETRO-ADJUST INTO RETRO-ADJUST-INFO
                          AT END MOVE 'Y' TO WS-RA-EOF
                          NOT AT END PERFORM STAMP-OR-KEEP-RETRO
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE RETRO-ADJUST
               MOVE 'N' TO WS-RA-EOF
               PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > RK-COUNT
                   PERFORM WRITE-RETRO-CARRY
               END-PERFORM
               CLOSE RETRO-ADJUST-TEMP
               PERFORM REPLACE-RETRO-ADJUST-FILE
           END-IF.

       STAMP-OR-KEEP-RETRO.
           ADD 1 TO RA-SEQ.
           IF RA_STATUS = SPACE
               PERFORM VARYING RA-IX FROM 1 BY 1 UNTIL RA-IX > RA-COUNT
                   IF RA-POS(RA-IX) = RA-SEQ AND RA-USED(RA-IX) = 'Y'
                       MOVE 'P' TO RA_STATUS
                       MOVE WS-PERIOD-ID TO RA_PAID_PERIOD
                   END-IF
               END-PERFORM
           END-IF.
           MOVE RETRO-ADJUST-INFO TO RETRO-ADJUST-TEMP-FILE.
           WRITE RETRO-ADJUST-TEMP-FILE.

       WRITE-RETRO-CARRY.
           MOVE RK-EMP(RK-IX) TO RA_EMPLOYEE_NO.
           MOVE WS-PERIOD-ID TO RA_ORIG_PERIOD.
           MOVE ZERO TO RA_GROSS.
           COMPUTE RA_NET = ZERO - RK-SHORT(RK-IX).
           MOVE ZERO TO RA_TAX.
           MOVE ZERO TO RA_BASIC.
           MOVE SPACE TO RA_STATUS.
           MOVE SPACES TO RA_PAID_PERIOD.
           ACCEPT RA_CREATED FROM DATE YYYYMMDD.
           MOVE ZERO TO RA_APPROVED_BY.
           MOVE RETRO-ADJUST-INFO TO RETRO-ADJUST-TEMP-FILE.
           WRITE RETRO-ADJUST-TEMP-FILE.

       REPLACE-RETRO-ADJUST-FILE.
           PERFORM BACKUP-RETRO-ADJUST-FILE.
           MOVE "RETROADJ" TO WS-REWRITE-TAG.
           PERFORM BEGIN-FILE-REWRITE.
           PERFORM COPY-TEMP-TO-RETRO-ADJUST.
           PERFORM END-FILE-REWRITE.

       BACKUP-RETRO-ADJUST-FILE.
           OPEN INPUT RETRO-ADJUST.
           IF WS-RA-FILE-STATUS = '35'
               CLOSE RETRO-ADJUST
           ELSE
               OPEN OUTPUT RETRO-ADJUST-BAK
               PERFORM UNTIL WS-BK-EOF = 'Y'
                   READ RETRO-ADJUST
                      AT END MOVE 'Y' TO WS-BK-EOF
                      NOT AT END
                          MOVE RETRO-ADJUST-FILE
                              TO RETRO-ADJUST-BAK-FILE
                          WRITE RETRO-ADJUST-BAK-FILE
                   END-READ
               END-PERFORM
               CLOSE RETRO-ADJUST
               CLOSE RETRO-ADJUST-BAK
               MOVE 'N' TO WS-BK-EOF
           END-IF.

       COPY-TEMP-TO-RETRO-ADJUST.
           OPEN INPUT RETRO-ADJUST-TEMP.
           OPEN OUTPUT RETRO-ADJUST.
               PERFORM UNTIL WS-COPY-EOF = 'Y'
                   READ RETRO-ADJUST-TEMP
                      AT END MOVE 'Y' TO WS-COPY-EOF
                      NOT AT END
                          MOVE RETRO-ADJUST-TEMP-FILE
                              TO RETRO-ADJUST-FILE
                          WRITE RETRO-ADJUST-FILE
                   END-READ
               END-PERFORM.
           CLOSE RETRO-ADJUST-TEMP.
           CLOSE RETRO-ADJUST.
           MOVE 'N' TO WS-COPY-EOF.

       RETRO-CORRECTION.
           DISPLAY "ENTER EMPLOYEE NO, C FOR MENU".
           ACCEPT ASK_EMPLOYEE_NO.

           EVALUATE TRUE
               WHEN ASK_EMPLOYEE_NO = "C" OR ASK_EMPLOYEE_NO = "c"
                   PERFORM ASK-WHAT-TO-DO
               WHEN ASK_EMPLOYEE_NO NOT = SPACE
                   MOVE FUNCTION NUMVAL(ASK_EMPLOYEE_NO)
                       TO LOOKUP-EMPLOYEE-NO
                   PERFORM LOOKUP-ACTIVE-EMPLOYEE
                   IF WS-EMP-LOOKUP = 'A'
                       PERFORM SELECT-RETRO-PERIOD
                   ELSE
                       DISPLAY "EMPLOYEE NOT FOUND OR INACTIVE"
                       PERFORM RETRO-CORRECTION
                   END-IF
               WHEN OTHER
                   PERFORM RETRO-CORRECTION
           END-EVALUATE.

       SELECT-RETRO-PERIOD.
           PERFORM LOAD-CLOSED-PERIOD-LIST.
           IF PL-COUNT = 0
               DISPLAY "NO CLOSED PAY PERIODS ON FILE"
               PERFORM SPACE-ENTER
               PERFORM ASK-WHAT-TO-DO
           END-IF.
           PERFORM VARYING PL-IX FROM 1 BY 1 UNTIL PL-IX > PL-COUNT
               DISPLAY PL-IX " PERIOD " PL-ID(PL-IX)
           END-PERFORM.
           PERFORM ASK-RETRO-PERIOD-PICK.

       ASK-RETRO-PERIOD-PICK.
           DISPLAY "ENTER CLOSED PERIOD LINE NO, C FOR MENU".
           ACCEPT ASK-PL-PICK.

           EVALUATE TRUE
               WHEN ASK-PL-PICK = "C" OR ASK-PL-PICK = "c"
                   PERFORM ASK-WHAT-TO-DO
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(ASK-PL-PICK) TO PL-PICK
                   IF PL-PICK < 1 OR PL-PICK > PL-COUNT
                       DISPLAY "NO SUCH PERIOD LINE"
                       PERFORM ASK-RETRO-PERIOD-PICK
                   ELSE
                       MOVE PL-ID(PL-PICK) TO WS-PERIOD-ID
                       MOVE WS-PERIOD-ID(1:8) TO PR-PERIOD-START
                       MOVE WS-PERIOD-ID(10:8) TO PR-PERIOD-END
                       PERFORM LIST-PAID-PUNCHES
                   END-IF
           END-EVALUATE.

       LIST-PAID-PUNCHES.
           MOVE ZERO TO WS-TC-SEQ.
           MOVE ZERO TO PK-COUNT.
           OPEN INPUT TIME-CARD-HISTORY.
           IF WS-TH-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-TC-EOF = 'Y'
                   READ TIME-CARD-HISTORY INTO TIME-SHEET
                      AT END MOVE 'Y' TO WS-TC-EOF
                      NOT AT END PERFORM DISPLAY-PAID-PUNCH-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TIME-CARD-HISTORY.
           MOVE 'N' TO WS-TC-EOF.
           IF PK-COUNT = 0
               DISPLAY "NO PAID PUNCHES FOR EMPLOYEE IN THAT PERIOD"
           END-IF.
           PERFORM ASK-RETRO-ACTION.

       DISPLAY-PAID-PUNCH-ROW.
           ADD 1 TO WS-TC-SEQ.
           IF FUNCTION NUMVAL(T_EMPLOYEE_NO) = EMPLOYEE_NO
                   AND T_PERIOD = WS-PERIOD-ID
                   AND (T_STATUS = 'P' OR T_STATUS = 'R')
               IF PK-COUNT < 200
                   ADD 1 TO PK-COUNT
                   MOVE WS-TC-SEQ TO PK-FILE-POS(PK-COUNT)
                   DISPLAY PK-COUNT " DATE " DATE_REPORT(1:8)
                       " IN " T-IN(1:12) " OUT " T-OUT(1:12)
                       " STATUS " T_STATUS
               ELSE
                   DISPLAY "MORE THAN 200 PUNCHES, "
                       "LISTING FIRST 200 ONLY"
               END-IF
           END-IF.

       ASK-RETRO-ACTION.
           DISPLAY "1-CORRECT TIMES, 2-VOID PUNCH, "
               "3-ADD MISSED PUNCH, C FOR MENU".
           ACCEPT ASK-SEARCH-CHOICE.

           EVALUATE TRUE
               WHEN ASK-SEARCH-CHOICE = "C" OR ASK-SEARCH-CHOICE = "c"
                   PERFORM ASK-WHAT-TO-DO
               WHEN ASK-SEARCH-CHOICE = "1" AND PK-COUNT > 0
                   MOVE 'C' TO WS-TC-ACTION
                   PERFORM ASK-PAID-PUNCH-PICK
                   PERFORM ASK-PUNCH-IN
                   PERFORM ASK-PUNCH-OUT
                   MOVE T-IN TO RA-NEW-IN
                   MOVE T-OUT TO RA-NEW-OUT
                   PERFORM ASK-RETRO-CONFIRM
               WHEN ASK-SEARCH-CHOICE = "2" AND PK-COUNT > 0
                   MOVE 'V' TO WS-TC-ACTION
                   PERFORM ASK-PAID-PUNCH-PICK
                   PERFORM ASK-RETRO-CONFIRM
               WHEN ASK-SEARCH-CHOICE = "3"
                   MOVE 'A' TO WS-TC-ACTION
                   MOVE ZERO TO WS-TC-PICK
                   PERFORM ASK-RETRO-PUNCH-DATE
                   PERFORM ASK-PUNCH-IN
                   PERFORM ASK-PUNCH-OUT
                   MOVE T-IN TO RA-NEW-IN
                   MOVE T-OUT TO RA-NEW-OUT
                   PERFORM ASK-RETRO-CONFIRM
               WHEN OTHER
                   PERFORM ASK-RETRO-ACTION
           END-EVALUATE.

       ASK-PAID-PUNCH-PICK.
           DISPLAY "ENTER PUNCH LINE NO, C FOR MENU".
           ACCEPT ASK-TC-PICK.

           EVALUATE TRUE
               WHEN ASK-TC-PICK = "C" OR ASK-TC-PICK = "c"
                   PERFORM ASK-WHAT-TO-DO
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(ASK-TC-PICK) TO PK-PICK
                   IF PK-PICK < 1 OR PK-PICK > PK-COUNT
                       DISPLAY "NO SUCH PUNCH LINE"
                       PERFORM ASK-PAID-PUNCH-PICK
                   ELSE
                       MOVE PK-FILE-POS(PK-PICK) TO WS-TC-PICK
                   END-IF
           END-EVALUATE.

       ASK-RETRO-PUNCH-DATE.
           DISPLAY "ENTER PUNCH DATE (YYYYMMDD) WITHIN "
               PR-PERIOD-START " TO " PR-PERIOD-END.
           ACCEPT ASK-PERIOD-DATE.
           EVALUATE TRUE
               WHEN ASK-PERIOD-DATE IS NOT NUMERIC
                   DISPLAY "PLEASE ENTER 8 DIGITS, EX 20260801"
                   PERFORM ASK-RETRO-PUNCH-DATE
               WHEN ASK-PERIOD-DATE < PR-PERIOD-START
                       OR ASK-PERIOD-DATE > PR-PERIOD-END
                   DISPLAY "DATE IS OUTSIDE THE CLOSED PERIOD"
                   PERFORM ASK-RETRO-PUNCH-DATE
               WHEN OTHER
                   MOVE ASK-PERIOD-DATE TO RA-NEW-DATE
           END-EVALUATE.

       ASK-RETRO-CONFIRM.
           DISPLAY "SUPERVISOR: APPLY THIS CHANGE TO PAID PERIOD "
               WS-PERIOD-ID " (Y/N)?".
           ACCEPT YES-NO.
           EVALUATE TRUE
               WHEN YES-NO = "Y" OR YES-NO = "y"
                   PERFORM APPLY-RETRO-CHANGE
               WHEN YES-NO = "N" OR YES-NO = "n"
                   DISPLAY "CHANGE DISCARDED...!"
                   PERFORM SPACE-ENTER
                   PERFORM ASK-WHAT-TO-DO
               WHEN OTHER
                   PERFORM ASK-RETRO-CONFIRM
           END-EVALUATE.

       APPLY-RETRO-CHANGE.
           PERFORM COMPUTE-RETRO-PAY.
           MOVE PR-GROSS-PAY TO RA-BEFORE-GROSS.
           MOVE PR-NET-PAY TO RA-BEFORE-NET.
           MOVE TX-WITHHELD TO RA-BEFORE-TAX.
           COMPUTE RA-BEFORE-BASIC = PR-REG-PAY + PR-LEAVE-PAY.
           PERFORM REWRITE-PAID-PUNCHES.

           IF WS-TC-CHANGED = 'Y'
               PERFORM COMPUTE-RETRO-PAY
               COMPUTE RA-DIFF-GROSS = PR-GROSS-PAY - RA-BEFORE-GROSS
               COMPUTE RA-DIFF-NET = PR-NET-PAY - RA-BEFORE-NET
               COMPUTE RA-DIFF-TAX = TX-WITHHELD - RA-BEFORE-TAX
               COMPUTE RA-DIFF-BASIC =
                   PR-REG-PAY + PR-LEAVE-PAY - RA-BEFORE-BASIC
               MOVE RA-DIFF-GROSS TO RA-GROSS-DISP
               MOVE RA-DIFF-NET TO RA-NET-DISP
               MOVE RA-DIFF-TAX TO RA-TAX-DISP
               IF RA-DIFF-GROSS NOT = ZERO OR RA-DIFF-NET NOT = ZERO
                   PERFORM APPEND-RETRO-ADJUSTMENT
                   DISPLAY "RETRO ADJ PENDING FOR NEXT PAYROLL, GROSS "
                       FUNCTION TRIM(RA-GROSS-DISP)
                       " NET " FUNCTION TRIM(RA-NET-DISP)
                       " TAX " FUNCTION TRIM(RA-TAX-DISP)
               ELSE
                   DISPLAY "PAID PUNCHES UPDATED, NO PAY DIFFERENCE"
               END-IF
               PERFORM AUDIT-RETRO-CHANGE
           ELSE
               DISPLAY "PUNCH LINE DOES NOT BELONG TO EMPLOYEE, "
                   "NO CHANGE MADE"
           END-IF.

           PERFORM SPACE-ENTER.
           PERFORM ASK-WHAT-TO-DO.

       COMPUTE-RETRO-PAY.
           MOVE 'A' TO WS-PAY-MODE.
           PERFORM LOAD-RETRO-INPUT-TABLES.
           PERFORM COMPUTE-EMPLOYEE-PAY.
           MOVE 'R' TO WS-PAY-MODE.

       LOAD-RETRO-INPUT-TABLES.
           MOVE ZERO TO PD-COUNT.
           MOVE ZERO TO ET-COUNT.
           MOVE ZERO TO DT-COUNT.
           MOVE ZERO TO BT-COUNT.
           MOVE ZERO TO RA-COUNT.
           OPEN INPUT TIME-CARD-HISTORY.
           IF WS-TH-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-TC-EOF = 'Y'
                   READ TIME-CARD-HISTORY INTO TIME-SHEET
                      AT END MOVE 'Y' TO WS-TC-EOF
                      NOT AT END PERFORM LOAD-PAID-PUNCH-TO-PASS
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TIME-CARD-HISTORY.
           MOVE 'N' TO WS-TC-EOF.
           OPEN INPUT LEAVE-CARD.
           IF WS-LV-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-LV-EOF = 'Y'
                   READ LEAVE-CARD INTO LEAVE-INFO
                      AT END MOVE 'Y' TO WS-LV-EOF
                      NOT AT END PERFORM LOAD-PAID-LEAVE-TO-PASS
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LEAVE-CARD.
           MOVE 'N' TO WS-LV-EOF.
           PERFORM LOAD-DEDUCTION-PASS-TABLE.
           PERFORM LOAD-RATE-HISTORY-TABLE.
           PERFORM LOAD-HOLIDAY-TABLE.

       LOAD-PAID-PUNCH-TO-PASS.
           IF FUNCTION NUMVAL(T_EMPLOYEE_NO) = EMPLOYEE_NO
                   AND T_PERIOD = WS-PERIOD-ID
                   AND (T_STATUS = 'P' OR T_STATUS = 'R')
               PERFORM ADD-PUNCH-TO-PASS-TABLES
           END-IF.

       LOAD-PAID-LEAVE-TO-PASS.
           IF L_EMPLOYEE_NO = EMPLOYEE_NO
                   AND L_APPROVED = 'Y'
                   AND L_STATUS = 'P'
                   AND L_PERIOD = WS-PERIOD-ID
               PERFORM ADD-LEAVE-TO-PASS-TABLES
           END-IF.

       REWRITE-PAID-PUNCHES.
           MOVE 'N' TO WS-TC-CHANGED.
           MOVE ZERO TO WS-TC-SEQ.
           MOVE SPACES TO RA-OLD-DATE.
           MOVE SPACES TO RA-OLD-IN.
           MOVE SPACES TO RA-OLD-OUT.
           OPEN INPUT TIME-CARD-HISTORY.
           OPEN OUTPUT TIME-CARD-PAID-TEMP.
           IF WS-TH-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-TC-EOF = 'Y'
                   READ TIME-CARD-HISTORY INTO TIME-SHEET
                      AT END MOVE 'Y' TO WS-TC-EOF
                      NOT AT END PERFORM COPY-OR-SUPERSEDE-PUNCH
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TIME-CARD-HISTORY.
           MOVE 'N' TO WS-TC-EOF.
           IF WS-TC-ACTION = 'A'
               MOVE SPACES TO TIME-SHEET
               MOVE EMPLOYEE_NO TO T_EMPLOYEE_NO
               MOVE RA-NEW-IN TO T-IN
               MOVE RA-NEW-OUT TO T-OUT
               MOVE RA-NEW-DATE TO DATE_REPORT
               MOVE 'R' TO T_STATUS
               MOVE WS-PERIOD-ID TO T_PERIOD
               MOVE TIME-SHEET TO TIME-CARD-PAID-TEMP-FILE
               WRITE TIME-CARD-PAID-TEMP-FILE
               MOVE 'Y' TO WS-TC-CHANGED
           END-IF.
           CLOSE TIME-CARD-PAID-TEMP.
           IF WS-TC-CHANGED = 'Y'
               PERFORM REPLACE-HISTORY-FROM-PAID-TEMP
           END-IF.

       COPY-OR-SUPERSEDE-PUNCH.
           ADD 1 TO WS-TC-SEQ.
           IF WS-TC-SEQ = WS-TC-PICK
                   AND WS-TC-ACTION NOT = 'A'
                   AND FUNCTION NUMVAL(T_EMPLOYEE_NO) = EMPLOYEE_NO
                   AND T_PERIOD = WS-PERIOD-ID
                   AND (T_STATUS = 'P' OR T_STATUS = 'R')
               MOVE DATE_REPORT(1:8) TO RA-OLD-DATE
               MOVE T-IN TO RA-OLD-IN
               MOVE T-OUT TO RA-OLD-OUT
               MOVE 'S' TO T_STATUS
               MOVE TIME-SHEET TO TIME-CARD-PAID-TEMP-FILE
               WRITE TIME-CARD-PAID-TEMP-FILE
               IF WS-TC-ACTION = 'C'
                   MOVE RA-NEW-IN TO T-IN
                   MOVE RA-NEW-OUT TO T-OUT
                   MOVE 'R' TO T_STATUS
                   MOVE TIME-SHEET TO TIME-CARD-PAID-TEMP-FILE
                   WRITE TIME-CARD-PAID-TEMP-FILE
               END-IF
               MOVE 'Y' TO WS-TC-CHANGED
           ELSE
               MOVE TIME-SHEET TO TIME-CARD-PAID-TEMP-FILE
               WRITE TIME-CARD-PAID-TEMP-FILE
           END-IF.

       APPEND-RETRO-ADJUSTMENT.
           MOVE EMPLOYEE_NO TO RA_EMPLOYEE_NO.
           MOVE WS-PERIOD-ID TO RA_ORIG_PERIOD.
           MOVE RA-DIFF-GROSS TO RA_GROSS.
           MOVE RA-DIFF-NET TO RA_NET.
           MOVE RA-DIFF-TAX TO RA_TAX.
           MOVE RA-DIFF-BASIC TO RA_BASIC.
           MOVE SPACE TO RA_STATUS.
           MOVE SPACES TO RA_PAID_PERIOD.
           ACCEPT RA_CREATED FROM DATE YYYYMMDD.
           MOVE WS-LOGIN-EMP-NO TO RA_APPROVED_BY.
           OPEN EXTEND RETRO-ADJUST.
           IF WS-RA-FILE-STATUS = '35'
               DISPLAY "RETRO-ADJUST.DAT NOT FOUND, CREATING IT..."
               OPEN OUTPUT RETRO-ADJUST
               CLOSE RETRO-ADJUST
               OPEN EXTEND RETRO-ADJUST
           END-IF.
           MOVE RETRO-ADJUST-INFO TO RETRO-ADJUST-FILE.
           WRITE RETRO-ADJUST-FILE
           END-WRITE.
           CLOSE RETRO-ADJUST.

       AUDIT-RETRO-CHANGE.
           MOVE SPACES TO AU-BEFORE.
           IF WS-TC-ACTION = 'A'
               STRING "PERIOD " WS-PERIOD-ID " NO PUNCH ON "
                   RA-NEW-DATE
                   DELIMITED BY SIZE INTO AU-BEFORE
           ELSE
               STRING "PERIOD " WS-PERIOD-ID " PUNCH " RA-OLD-DATE
                   " IN " RA-OLD-IN " OUT " RA-OLD-OUT
                   " NOW SUPERSEDED"
                   DELIMITED BY SIZE INTO AU-BEFORE
           END-IF.
           MOVE SPACES TO AU-AFTER.
           IF WS-TC-ACTION = 'V'
               STRING "PUNCH VOIDED, RETRO GROSS "
                   FUNCTION TRIM(RA-GROSS-DISP)
                   " NET " FUNCTION TRIM(RA-NET-DISP)
                   " APPROVED BY " WS-LOGIN-EMP-NO
                   DELIMITED BY SIZE INTO AU-AFTER
           ELSE
               STRING "PUNCH IN " RA-NEW-IN(1:12)
                   " OUT " RA-NEW-OUT(1:12)
                   " RETRO GROSS " FUNCTION TRIM(RA-GROSS-DISP)
                   " NET " FUNCTION TRIM(RA-NET-DISP)
                   " APPROVED BY " WS-LOGIN-EMP-NO
                   DELIMITED BY SIZE INTO AU-AFTER
           END-IF.
           MOVE "RETRO ADJ" TO AUDIT-ACTION.
           PERFORM APPEND-AUDIT-RECORD.

       IMPORT-BANK-RETURNS.
           DISPLAY "IMPORT BANK-RETURN.DAT AGAINST THE LAST "
               "BANK-TRANSFER.DAT (Y/N)?".
           ACCEPT YES-NO.
           EVALUATE TRUE
               WHEN YES-NO = "Y" OR YES-NO = "y"
                   PERFORM RUN-BANK-RETURN-IMPORT
                   PERFORM SPACE-ENTER
                   PERFORM MAINTAIN-BANK-ACCOUNTS
               WHEN YES-NO = "N" OR YES-NO = "n"
                   PERFORM MAINTAIN-BANK-ACCOUNTS
               WHEN OTHER
                   PERFORM IMPORT-BANK-RETURNS
           END-EVALUATE.

       RUN-BANK-RETURN-IMPORT.
           MOVE ZERO TO BR-ACC-COUNT.
           MOVE ZERO TO BR-ACC-TOTAL.
           MOVE ZERO TO BR-REJ-COUNT.
           MOVE ZERO TO BR-REJ-TOTAL.
           MOVE ZERO TO BR-UNM-COUNT.
           MOVE ZERO TO BR-UNM-TOTAL.
           MOVE ZERO TO BR-NORET-COUNT.
           MOVE ZERO TO BR-NORET-TOTAL.
           MOVE "---------- BANK RETURN IMPORT ----------"
               TO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.
           PERFORM CHECK-BANK-RETURN-HEADER.
           IF BR-FILES-OK = 'Y'
               PERFORM LOAD-SENT-BANK-CREDITS
           END-IF.
           IF BR-FILES-OK = 'Y'
               PERFORM MATCH-BANK-RETURN-ITEMS
               PERFORM WRITE-BANK-RECON-SUMMARY
               IF BR-REJ-COUNT > 0 OR BR-UNM-COUNT > 0
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-SENT-BANK-CREDITS.
           MOVE ZERO TO BX-COUNT.
           MOVE ZERO TO BR-SENT-COUNT.
           MOVE ZERO TO BR-SENT-TOTAL.
           MOVE ZERO TO BR-BATCHES.
           MOVE ZERO TO BR-SENT-FILES.
           MOVE 'N' TO BR-IN-BATCH.
           OPEN INPUT BANK-TRANSFER.
           IF WS-BT-FILE-STATUS NOT = '35'
               ADD 1 TO BR-SENT-FILES
               PERFORM UNTIL WS-BX-EOF = 'Y'
                   READ BANK-TRANSFER
                      AT END MOVE 'Y' TO WS-BX-EOF
                      NOT AT END PERFORM ADD-SENT-LINE-TO-TABLE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BANK-TRANSFER.
           MOVE 'N' TO WS-BX-EOF.
           MOVE 'N' TO BR-IN-BATCH.
           OPEN INPUT FINAL-BANK.
           IF WS-FB-FILE-STATUS NOT = '35'
               ADD 1 TO BR-SENT-FILES
               PERFORM UNTIL WS-BX-EOF = 'Y'
                   READ FINAL-BANK
                      AT END MOVE 'Y' TO WS-BX-EOF
                      NOT AT END
                          MOVE FINAL-BANK-LINE TO BANK-LINE
                          PERFORM ADD-SENT-LINE-TO-TABLE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FINAL-BANK.
           MOVE 'N' TO WS-BX-EOF.
           MOVE 'N' TO BR-IN-BATCH.
           OPEN INPUT BONUS-BANK.
           IF WS-BB-FILE-STATUS NOT = '35'
               ADD 1 TO BR-SENT-FILES
               PERFORM UNTIL WS-BX-EOF = 'Y'
                   READ BONUS-BANK
                      AT END MOVE 'Y' TO WS-BX-EOF
                      NOT AT END
                          MOVE BONUS-BANK-LINE TO BANK-LINE
                          PERFORM ADD-SENT-LINE-TO-TABLE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BONUS-BANK.
           MOVE 'N' TO WS-BX-EOF.
           EVALUATE TRUE
               WHEN BR-SENT-FILES = 0
                   MOVE SPACES TO WS-RUN-MSG
                   STRING "NO BANK TRANSFER FILE FOUND, "
                       "NOTHING TO RECONCILE"
                       DELIMITED BY SIZE INTO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
                   MOVE 'N' TO BR-FILES-OK
               WHEN BR-BATCHES = 0
                   MOVE SPACES TO WS-RUN-MSG
                   STRING "BANK-RETURN.DAT HEADER " BR-SENT-START
                       " TO " BR-SENT-END
                       " MATCHES NO BANK TRANSFER SENT"
                       DELIMITED BY SIZE INTO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
                   MOVE 'N' TO BR-FILES-OK
           END-EVALUATE.

       ADD-SENT-LINE-TO-TABLE.
           EVALUATE W_BTH_TYPE
               WHEN "HDR"
                   IF W_BTH_START = BR-SENT-START
                           AND W_BTH_END = BR-SENT-END
                       MOVE 'Y' TO BR-IN-BATCH
                       ADD 1 TO BR-BATCHES
                   ELSE
                       MOVE 'N' TO BR-IN-BATCH
                   END-IF
               WHEN "TRL"
                   IF BR-IN-BATCH = 'Y'
                       ADD W_BTT_COUNT TO BR-SENT-COUNT
                       ADD W_BTT_TOTAL TO BR-SENT-TOTAL
                   END-IF
                   MOVE 'N' TO BR-IN-BATCH
               WHEN "DTL"
                   IF BR-IN-BATCH = 'Y'
                       PERFORM ADD-SENT-CREDIT-TO-TABLE
                   END-IF
           END-EVALUATE.

       ADD-SENT-CREDIT-TO-TABLE.
           IF BX-COUNT < 600
               ADD 1 TO BX-COUNT
               MOVE W_BTD_EMPLOYEE_NO TO BX-EMP(BX-COUNT)
               MOVE W_BTD_AMOUNT TO BX-AMT(BX-COUNT)
               MOVE 'N' TO BX-MATCHED(BX-COUNT)
           ELSE
               MOVE SPACES TO WS-RUN-MSG
               STRING "MORE THAN 600 CREDITS SENT, "
                   "SOME RETURN ITEMS WILL NOT MATCH"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
           END-IF.

       CHECK-BANK-RETURN-HEADER.
           MOVE 'Y' TO BR-FILES-OK.
           MOVE 'N' TO BR-HDR-OK.
           MOVE SPACES TO BR-SENT-START.
           MOVE SPACES TO BR-SENT-END.
           OPEN INPUT BANK-RETURN.
           IF WS-BR-FILE-STATUS = '35'
               MOVE "BANK-RETURN.DAT NOT FOUND, NOTHING IMPORTED"
                   TO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
               MOVE 'N' TO BR-FILES-OK
           ELSE
               READ BANK-RETURN
                   AT END CONTINUE
                   NOT AT END
                       IF W_BRH_TYPE = "HDR"
                           MOVE W_BRH_START TO BR-SENT-START
                           MOVE W_BRH_END TO BR-SENT-END
                           MOVE 'Y' TO BR-HDR-OK
                       END-IF
               END-READ
               IF BR-HDR-OK NOT = 'Y'
                   MOVE "BANK-RETURN.DAT HAS NO HDR RECORD"
                       TO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
                   MOVE 'N' TO BR-FILES-OK
               END-IF
           END-IF.
           CLOSE BANK-RETURN.
           IF WS-RUN-MODE = 'B' AND BR-FILES-OK = 'Y'
               IF RC-PERIOD-START NOT = BR-SENT-START
                       OR RC-PERIOD-END NOT = BR-SENT-END
                   MOVE SPACES TO WS-RUN-MSG
                   STRING "BANK-RETURN.DAT IS FOR PERIOD "
                       BR-SENT-START " TO " BR-SENT-END
                       ", NOT THE CONTROL FILE PERIOD"
                       DELIMITED BY SIZE INTO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
                   MOVE 'N' TO BR-FILES-OK
               END-IF
           END-IF.

       MATCH-BANK-RETURN-ITEMS.
           OPEN OUTPUT BANK-REISSUE.
           OPEN OUTPUT BANK-RECON.
           MOVE SPACES TO REISSUE-LINE.
           STRING "REISSUE BY CHECK - CREDIT RETURNED BY BANK, PERIOD "
               BR-SENT-START " TO " BR-SENT-END
               DELIMITED BY SIZE INTO REISSUE-LINE.
           WRITE REISSUE-LINE.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RECON-LINE.
           STRING "BANK RECONCILIATION " AUDIT-DATE ", PERIOD "
               BR-SENT-START " TO " BR-SENT-END
               DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.
           OPEN INPUT BANK-RETURN.
           PERFORM UNTIL WS-BR-EOF = 'Y'
               READ BANK-RETURN
                  AT END MOVE 'Y' TO WS-BR-EOF
                  NOT AT END
                      IF W_BR_TYPE = "DTL"
                          PERFORM MATCH-ONE-RETURN-ITEM
                      END-IF
               END-READ
           END-PERFORM.
           CLOSE BANK-RETURN.
           MOVE 'N' TO WS-BR-EOF.
           PERFORM VARYING BX-IX FROM 1 BY 1 UNTIL BX-IX > BX-COUNT
               IF BX-MATCHED(BX-IX) NOT = 'Y'
                   ADD 1 TO BR-NORET-COUNT
                   ADD BX-AMT(BX-IX) TO BR-NORET-TOTAL
               END-IF
           END-PERFORM.
           CLOSE BANK-REISSUE.

       MATCH-ONE-RETURN-ITEM.
           MOVE ZERO TO BX-PICK.
           IF W_BR_EMPLOYEE_NO IS NUMERIC AND W_BR_AMOUNT IS NUMERIC
               PERFORM VARYING BX-IX FROM 1 BY 1
                       UNTIL BX-IX > BX-COUNT OR BX-PICK > 0
                   IF BX-EMP(BX-IX) = W_BR_EMPLOYEE_NO
                           AND BX-AMT(BX-IX) = W_BR_AMOUNT
                           AND BX-MATCHED(BX-IX) NOT = 'Y'
                       MOVE BX-IX TO BX-PICK
                   END-IF
               END-PERFORM
           END-IF.
           IF BX-PICK = 0
               ADD 1 TO BR-UNM-COUNT
               MOVE ZERO TO BR-AMT-DISP
               IF W_BR_AMOUNT IS NUMERIC
                   ADD W_BR_AMOUNT TO BR-UNM-TOTAL
                   MOVE W_BR_AMOUNT TO BR-AMT-DISP
               END-IF
               MOVE SPACES TO RECON-LINE
               STRING "UNMATCHED " W_BR_EMPLOYEE_NO
                   " AMOUNT " FUNCTION TRIM(BR-AMT-DISP)
                   " RESULT " W_BR_RESULT
                   " " W_BR_REASON
                   DELIMITED BY SIZE INTO RECON-LINE
               WRITE RECON-LINE
           ELSE
               MOVE 'Y' TO BX-MATCHED(BX-PICK)
               IF W_BR_RESULT = 'R' OR W_BR_RESULT = 'r'
                   ADD 1 TO BR-REJ-COUNT
                   ADD W_BR_AMOUNT TO BR-REJ-TOTAL
                   PERFORM REJECT-BANK-CREDIT
               ELSE
                   ADD 1 TO BR-ACC-COUNT
                   ADD W_BR_AMOUNT TO BR-ACC-TOTAL
               END-IF
           END-IF.

       REJECT-BANK-CREDIT.
           MOVE W_BR_EMPLOYEE_NO TO LOOKUP-EMPLOYEE-NO.
           PERFORM LOOKUP-ACTIVE-EMPLOYEE.
           IF WS-EMP-LOOKUP = 'N'
               MOVE SPACES TO EMPLOYEE-INFO
               MOVE W_BR_EMPLOYEE_NO TO EMPLOYEE_NO
           END-IF.
           MOVE W_BR_AMOUNT TO BR-AMT-DISP.
           MOVE SPACES TO REISSUE-LINE.
           STRING EMPLOYEE_NO " " FUNCTION TRIM(FULL_NAME)
               " NET " FUNCTION TRIM(BR-AMT-DISP)
               " " FUNCTION TRIM(W_BR_REASON)
               DELIMITED BY SIZE INTO REISSUE-LINE.
           WRITE REISSUE-LINE.
           MOVE SPACES TO RECON-LINE.
           STRING "REJECTED  " EMPLOYEE_NO
               " AMOUNT " FUNCTION TRIM(BR-AMT-DISP)
               " " W_BR_REASON
               DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.
           PERFORM LOAD-BANK-ACCOUNT.
           IF WS-BANK-FOUND = 'Y' AND K_STATUS NOT = 'I'
               MOVE SPACES TO AU-BEFORE
               STRING "BANK " K_BANK_CODE " ACCOUNT " K_ACCOUNT_NO
                   " STATUS " K_STATUS
                   DELIMITED BY SIZE INTO AU-BEFORE
               MOVE 'I' TO K_STATUS
               PERFORM UPDATE-BANK-ACCOUNT
               MOVE SPACES TO AU-AFTER
               STRING "STATUS I, CREDIT " FUNCTION TRIM(BR-AMT-DISP)
                   " RETURNED: " W_BR_REASON
                   DELIMITED BY SIZE INTO AU-AFTER
               MOVE "BANK RETN" TO AUDIT-ACTION
               PERFORM APPEND-AUDIT-RECORD
           END-IF.

       WRITE-BANK-RECON-SUMMARY.
           MOVE "SENT PER TRL" TO BR-LABEL.
           MOVE BR-SENT-COUNT TO BR-COUNT-DISP.
           MOVE BR-SENT-TOTAL TO BR-TOTAL-DISP.
           PERFORM PUT-RECON-TOTAL-LINE.
           MOVE "ACCEPTED" TO BR-LABEL.
           MOVE BR-ACC-COUNT TO BR-COUNT-DISP.
           MOVE BR-ACC-TOTAL TO BR-TOTAL-DISP.
           PERFORM PUT-RECON-TOTAL-LINE.
           MOVE "REJECTED" TO BR-LABEL.
           MOVE BR-REJ-COUNT TO BR-COUNT-DISP.
           MOVE BR-REJ-TOTAL TO BR-TOTAL-DISP.
           PERFORM PUT-RECON-TOTAL-LINE.
           MOVE "UNMATCHED RETURN ITEMS" TO BR-LABEL.
           MOVE BR-UNM-COUNT TO BR-COUNT-DISP.
           MOVE BR-UNM-TOTAL TO BR-TOTAL-DISP.
           PERFORM PUT-RECON-TOTAL-LINE.
           MOVE "SENT WITH NO RETURN ITEM" TO BR-LABEL.
           MOVE BR-NORET-COUNT TO BR-COUNT-DISP.
           MOVE BR-NORET-TOTAL TO BR-TOTAL-DISP.
           PERFORM PUT-RECON-TOTAL-LINE.
           CLOSE BANK-RECON.
           MOVE "RECONCILIATION WRITTEN TO BANK-RECON.TXT"
               TO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.
           MOVE "REISSUE LIST WRITTEN TO BANK-REISSUE.TXT"
               TO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.

       PUT-RECON-TOTAL-LINE.
           MOVE SPACES TO RECON-LINE.
           STRING BR-LABEL " " BR-COUNT-DISP " " BR-TOTAL-DISP
               DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.
           MOVE RECON-LINE TO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.

       ADD-PRETAX-CODE.
           MOVE 'N' TO PT-FOUND.
           PERFORM VARYING PT-IX FROM 1 BY 1
                   UNTIL PT-IX > PT-COUNT OR PT-FOUND = 'Y'
               IF PT-EMP(PT-IX) = D_EMPLOYEE_NO
                       AND PT-CODE(PT-IX) = D_CODE
                   MOVE 'Y' TO PT-FOUND
               END-IF
           END-PERFORM.
           IF PT-FOUND NOT = 'Y' AND PT-COUNT < 500
               ADD 1 TO PT-COUNT
               MOVE D_EMPLOYEE_NO TO PT-EMP(PT-COUNT)
               MOVE D_CODE TO PT-CODE(PT-COUNT)
           END-IF.

       LOAD-TAX-TABLE.
           PERFORM SET-PAY-FREQUENCY.
           MOVE ZERO TO TX-COUNT.
           MOVE SPACES TO TX-EFF-PERIOD.
           MOVE SPACES TO TX-EFF-ANNUAL.
           OPEN INPUT TAX-TABLE.
           IF WS-TX-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-TX-EOF = 'Y'
                   READ TAX-TABLE INTO TAX-TABLE-INFO
                      AT END MOVE 'Y' TO WS-TX-EOF
                      NOT AT END PERFORM ADD-TAX-ROW-TO-TABLE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TAX-TABLE.
           MOVE 'N' TO WS-TX-EOF.
           PERFORM SET-LAST-PERIOD-OF-YEAR.
           MOVE ZERO TO TY-COUNT.
           IF TX-LAST-PERIOD = 'Y' AND TX-EFF-PERIOD NOT = SPACES
                   AND WS-PAY-MODE NOT = 'A'
               PERFORM LOAD-TAX-YTD-TABLE
           END-IF.

       SET-PAY-FREQUENCY.
           PERFORM LOAD-PAY-FREQ-POLICY.
           IF WS-PF-FOUND = 'Y'
               MOVE PF_FREQ TO TX-FREQ
           ELSE
               MOVE FUNCTION NUMVAL(PR-PERIOD-START) TO TX-START-N
               MOVE FUNCTION NUMVAL(PR-PERIOD-END) TO TX-END-N
               COMPUTE TX-DAYS = FUNCTION INTEGER-OF-DATE(TX-END-N)
                   - FUNCTION INTEGER-OF-DATE(TX-START-N) + 1
               EVALUATE TRUE
                   WHEN TX-DAYS <= 7
                       MOVE 'W' TO TX-FREQ
                   WHEN TX-DAYS <= 14
                       MOVE 'B' TO TX-FREQ
                   WHEN TX-DAYS <= 16
                       MOVE 'S' TO TX-FREQ
                   WHEN OTHER
                       MOVE 'M' TO TX-FREQ
               END-EVALUATE
           END-IF.
           EVALUATE TX-FREQ
               WHEN 'W'
                   MOVE 52 TO TX-PERIODS
               WHEN 'B'
                   MOVE 26 TO TX-PERIODS
               WHEN 'S'
                   MOVE 24 TO TX-PERIODS
               WHEN OTHER
                   MOVE 12 TO TX-PERIODS
           END-EVALUATE.

       LOAD-PAY-FREQ-POLICY.
           MOVE 'N' TO WS-PF-FOUND.
           MOVE SPACES TO PF_FREQ.
           MOVE SPACES TO PF_SET_DATE.
           MOVE ZERO TO PF_SET_BY.
           OPEN INPUT PAY-FREQ-POLICY.
           IF WS-PF-FILE-STATUS NOT = '35'
               READ PAY-FREQ-POLICY
                   AT END CONTINUE
                   NOT AT END
                       MOVE PAY-FREQ-POLICY-FILE
                           TO PAY-FREQ-POLICY-INFO
                       IF PF_FREQ = 'W' OR PF_FREQ = 'B'
                               OR PF_FREQ = 'S' OR PF_FREQ = 'M'
                           MOVE 'Y' TO WS-PF-FOUND
                       END-IF
               END-READ
           END-IF.
           CLOSE PAY-FREQ-POLICY.

       ADD-TAX-ROW-TO-TABLE.
           IF X_EFF_DATE <= PR-PERIOD-END
                   AND (X_FREQ = TX-FREQ OR X_FREQ = 'A')
               IF TX-COUNT < 200
                   ADD 1 TO TX-COUNT
                   MOVE X_FREQ TO TX-T-FREQ(TX-COUNT)
                   MOVE X_EFF_DATE TO TX-T-EFF(TX-COUNT)
                   MOVE X_FLOOR TO TX-T-FLOOR(TX-COUNT)
                   MOVE X_BASE TO TX-T-BASE(TX-COUNT)
                   MOVE X_RATE TO TX-T-RATE(TX-COUNT)
                   IF X_FREQ = 'A'
                       IF TX-EFF-ANNUAL = SPACES
                               OR X_EFF_DATE > TX-EFF-ANNUAL
                           MOVE X_EFF_DATE TO TX-EFF-ANNUAL
                       END-IF
                   ELSE
                       IF TX-EFF-PERIOD = SPACES
                               OR X_EFF_DATE > TX-EFF-PERIOD
                           MOVE X_EFF_DATE TO TX-EFF-PERIOD
                       END-IF
                   END-IF
               ELSE
                   MOVE SPACES TO WS-RUN-MSG
                   STRING "MORE THAN 200 TAX TABLE ROWS IN FORCE, "
                       "SOME BRACKETS IGNORED"
                       DELIMITED BY SIZE INTO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
               END-IF
           END-IF.

       SET-LAST-PERIOD-OF-YEAR.
           MOVE 'Y' TO TX-LAST-PERIOD.
           MOVE 'N' TO CA-FOUND.
           OPEN INPUT PAY-CALENDAR.
           IF WS-CA-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-CA-EOF = 'Y'
                   READ PAY-CALENDAR
                      AT END MOVE 'Y' TO WS-CA-EOF
                      NOT AT END
                          MOVE 'Y' TO CA-FOUND
                          IF W_C_END(1:4) = PR-PERIOD-END(1:4)
                                  AND W_C_END > PR-PERIOD-END
                              MOVE 'N' TO TX-LAST-PERIOD
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PAY-CALENDAR.
           MOVE 'N' TO WS-CA-EOF.
           IF CA-FOUND NOT = 'Y' AND PR-PERIOD-END(5:4) NOT = "1231"
               MOVE 'N' TO TX-LAST-PERIOD
           END-IF.

       LOAD-TAX-YTD-TABLE.
           OPEN INPUT YTD-EARNINGS.
           IF WS-YE-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-YE-EOF = 'Y'
                   READ YTD-EARNINGS INTO YTD-EARNINGS-INFO
                      AT END MOVE 'Y' TO WS-YE-EOF
                      NOT AT END
                          IF Y_YEAR = PR-PERIOD-END(1:4)
                              MOVE Y_EMPLOYEE_NO TO PP-EMP
                              PERFORM FIND-OR-ADD-TAX-YTD
                              IF TY-PICK > 0
                                  ADD Y_GROSS TO TY-GROSS(TY-PICK)
                              END-IF
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE YTD-EARNINGS.
           MOVE 'N' TO WS-YE-EOF.
           OPEN INPUT YTD-DEDUCTIONS.
           IF WS-YX-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-YX-EOF = 'Y'
                   READ YTD-DEDUCTIONS INTO YTD-DEDUCTION-INFO
                      AT END MOVE 'Y' TO WS-YX-EOF
                      NOT AT END
                          IF YD_YEAR = PR-PERIOD-END(1:4)
                              PERFORM ADD-YTD-DED-TO-TAX-YTD
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE YTD-DEDUCTIONS.
           MOVE 'N' TO WS-YX-EOF.

       ADD-YTD-DED-TO-TAX-YTD.
           MOVE YD_EMPLOYEE_NO TO PP-EMP.
           PERFORM FIND-OR-ADD-TAX-YTD.
           IF TY-PICK > 0
               IF YD_CODE = "TAX"
                   ADD YD_AMOUNT TO TY-TAX(TY-PICK)
               ELSE
                   MOVE 'N' TO PT-FOUND
                   PERFORM VARYING PT-IX FROM 1 BY 1
                           UNTIL PT-IX > PT-COUNT OR PT-FOUND = 'Y'
                       IF PT-EMP(PT-IX) = YD_EMPLOYEE_NO
                               AND PT-CODE(PT-IX) = YD_CODE
                           MOVE 'Y' TO PT-FOUND
                       END-IF
                   END-PERFORM
                   IF PT-FOUND = 'Y'
                       ADD YD_AMOUNT TO TY-PRETAX(TY-PICK)
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-TAX-YTD.
           MOVE ZERO TO TY-PICK.
           PERFORM VARYING TY-IX FROM 1 BY 1
                   UNTIL TY-IX > TY-COUNT OR TY-PICK > 0
               IF TY-EMP(TY-IX) = PP-EMP
                   MOVE TY-IX TO TY-PICK
               END-IF
           END-PERFORM.
           IF TY-PICK = 0 AND TY-COUNT < 300
               ADD 1 TO TY-COUNT
               MOVE PP-EMP TO TY-EMP(TY-COUNT)
               MOVE ZERO TO TY-GROSS(TY-COUNT)
               MOVE ZERO TO TY-PRETAX(TY-COUNT)
               MOVE ZERO TO TY-TAX(TY-COUNT)
               MOVE TY-COUNT TO TY-PICK
           END-IF.

       COMPUTE-WITHHOLDING-TAX.
           IF TX-PRETAX > PR-GROSS-PAY
               MOVE ZERO TO TX-TAXABLE
           ELSE
               COMPUTE TX-TAXABLE = PR-GROSS-PAY - TX-PRETAX
           END-IF.
           IF TX-EFF-PERIOD = SPACES
               MOVE 'N' TO TX-TABLE-USED
           ELSE
               MOVE 'Y' TO TX-TABLE-USED
               MOVE TX-FREQ TO TX-LOOK-FREQ
               MOVE TX-EFF-PERIOD TO TX-LOOK-EFF
               MOVE TX-TAXABLE TO TX-AMOUNT
               PERFORM LOOKUP-TAX-BRACKET
               MOVE TX-RESULT TO TX-PERIOD-TAX
               MOVE TX-RESULT TO TX-TAX
               IF TX-LAST-PERIOD = 'Y' AND WS-PAY-MODE NOT = 'A'
                   PERFORM COMPUTE-YEAR-END-TRUEUP
               END-IF
               IF TX-TAX > ZERO
                   MOVE EMPLOYEE_NO TO D_EMPLOYEE_NO
                   MOVE "TAX" TO D_CODE
                   MOVE "WITHHOLDING TAX" TO D_DESC
                   MOVE 'F' TO D_TYPE
                   MOVE TX-TAX TO D_AMOUNT
                   MOVE 'N' TO D_PRETAX
                   PERFORM APPLY-DEDUCTION-AMOUNT
               END-IF
               IF WS-RUN-MODE NOT = 'B' AND WS-PAY-MODE = 'R'
                   MOVE TX-TAXABLE TO TX-TAXABLE-DISP
                   MOVE TX-TRUEUP TO TX-TRUEUP-DISP
                   DISPLAY "  TAXABLE PAY: " TX-TAXABLE-DISP
                       " YEAR-END TRUE-UP: " TX-TRUEUP-DISP
               END-IF
           END-IF.

       LOOKUP-TAX-BRACKET.
           MOVE ZERO TO TX-LOOK-PICK.
           MOVE ZERO TO TX-LOOK-FLOOR.
           PERFORM VARYING TX-IX FROM 1 BY 1 UNTIL TX-IX > TX-COUNT
               IF TX-T-FREQ(TX-IX) = TX-LOOK-FREQ
                       AND TX-T-EFF(TX-IX) = TX-LOOK-EFF
                       AND TX-T-FLOOR(TX-IX) <= TX-AMOUNT
                       AND (TX-LOOK-PICK = 0
                           OR TX-T-FLOOR(TX-IX) >= TX-LOOK-FLOOR)
                   MOVE TX-IX TO TX-LOOK-PICK
                   MOVE TX-T-FLOOR(TX-IX) TO TX-LOOK-FLOOR
               END-IF
           END-PERFORM.
           IF TX-LOOK-PICK = 0
               MOVE ZERO TO TX-RESULT
           ELSE
               COMPUTE TX-RESULT ROUNDED =
                   TX-T-BASE(TX-LOOK-PICK)
                 + (TX-AMOUNT - TX-T-FLOOR(TX-LOOK-PICK))
                 * TX-T-RATE(TX-LOOK-PICK) / 100
           END-IF.

       COMPUTE-YEAR-END-TRUEUP.
           MOVE EMPLOYEE_NO TO PP-EMP.
           MOVE ZERO TO TY-PICK.
           PERFORM VARYING TY-IX FROM 1 BY 1
                   UNTIL TY-IX > TY-COUNT OR TY-PICK > 0
               IF TY-EMP(TY-IX) = PP-EMP
                   MOVE TY-IX TO TY-PICK
               END-IF
           END-PERFORM.
           IF TY-PICK = 0
               COMPUTE TX-ANNUAL-TAXABLE = TX-TAXABLE
           ELSE
               COMPUTE TX-ANNUAL-TAXABLE = TY-GROSS(TY-PICK)
                   - TY-PRETAX(TY-PICK) + TX-TAXABLE
           END-IF.
           PERFORM LOOKUP-ANNUAL-TAX-DUE.
           IF TY-PICK = 0
               MOVE TX-ANNUAL-DUE TO TX-TAX
           ELSE
               IF TX-ANNUAL-DUE >= TY-TAX(TY-PICK)
                   COMPUTE TX-TAX = TX-ANNUAL-DUE - TY-TAX(TY-PICK)
               ELSE
                   MOVE ZERO TO TX-TAX
                   COMPUTE TX-REFUND =
                       TY-TAX(TY-PICK) - TX-ANNUAL-DUE
               END-IF
           END-IF.
           COMPUTE TX-TRUEUP = TX-TAX - TX-REFUND - TX-PERIOD-TAX.

       LOOKUP-ANNUAL-TAX-DUE.
           IF TX-ANNUAL-TAXABLE < ZERO
               MOVE ZERO TO TX-ANNUAL-TAXABLE
           END-IF.
           IF TX-EFF-ANNUAL NOT = SPACES
               MOVE 'A' TO TX-LOOK-FREQ
               MOVE TX-EFF-ANNUAL TO TX-LOOK-EFF
               MOVE TX-ANNUAL-TAXABLE TO TX-AMOUNT
               PERFORM LOOKUP-TAX-BRACKET
               MOVE TX-RESULT TO TX-ANNUAL-DUE
           ELSE
               MOVE TX-FREQ TO TX-LOOK-FREQ
               MOVE TX-EFF-PERIOD TO TX-LOOK-EFF
               COMPUTE TX-AMOUNT ROUNDED =
                   TX-ANNUAL-TAXABLE / TX-PERIODS
               PERFORM LOOKUP-TAX-BRACKET
               COMPUTE TX-ANNUAL-DUE = TX-RESULT * TX-PERIODS
           END-IF.

       SUBTRACT-REFUND-FROM-YTD.
           MOVE 'N' TO YD-FOUND.
           PERFORM VARYING YD-IX FROM 1 BY 1
                   UNTIL YD-IX > YD-COUNT OR YD-FOUND = 'Y'
               IF YD-EMP(YD-IX) = EMPLOYEE_NO
                       AND YD-TCODE(YD-IX) = "TAX"
                   SUBTRACT TX-REFUND FROM YD-AMT(YD-IX)
                   MOVE 'Y' TO YD-FOUND
               END-IF
           END-PERFORM.
           IF YD-FOUND NOT = 'Y' AND YD-COUNT < 900
               ADD 1 TO YD-COUNT
               MOVE EMPLOYEE_NO TO YD-EMP(YD-COUNT)
               MOVE "TAX" TO YD-TCODE(YD-COUNT)
               COMPUTE YD-AMT(YD-COUNT) = ZERO - TX-REFUND
               MOVE 'N' TO YD-USED(YD-COUNT)
           END-IF.

       WRITE-PAYSLIP-TAX-LINES.
           MOVE TX-TAXABLE TO TX-TAXABLE-DISP.
           MOVE TX-TAX TO TX-TAX-DISP.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "TAXABLE PAY: " FUNCTION TRIM(TX-TAXABLE-DISP)
               " WITHHOLDING TAX: " FUNCTION TRIM(TX-TAX-DISP)
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM PUT-PAYSLIP-LINE.
           IF TX-TRUEUP NOT = ZERO
               MOVE TX-TRUEUP TO TX-TRUEUP-DISP
               MOVE SPACES TO PAYSLIP-LINE
               STRING "YEAR-END TAX TRUE-UP: "
                   FUNCTION TRIM(TX-TRUEUP-DISP)
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM PUT-PAYSLIP-LINE
           END-IF.
           IF TX-REFUND > ZERO
               MOVE TX-REFUND TO TX-TAX-DISP
               MOVE SPACES TO PAYSLIP-LINE
               STRING "TAX OVER-WITHHELD, REFUNDED IN NET PAY: "
                   FUNCTION TRIM(TX-TAX-DISP)
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM PUT-PAYSLIP-LINE
           END-IF.

       MAINTAIN-TAX-TABLE.
           DISPLAY "TAX TABLE: 1-ADD BRACKET, 2-LIST BRACKETS, "
               "3-SET PAY FREQUENCY".
           DISPLAY "WRITE C TO GO BACK TO MENU".
           ACCEPT ASK-SEARCH-CHOICE.

           EVALUATE TRUE
               WHEN ASK-SEARCH-CHOICE = "C" OR ASK-SEARCH-CHOICE = "c"
                   PERFORM ASK-WHAT-TO-DO
               WHEN ASK-SEARCH-CHOICE = "1"
                   PERFORM ADD-TAX-BRACKET
               WHEN ASK-SEARCH-CHOICE = "2"
                   PERFORM LIST-TAX-BRACKETS
               WHEN ASK-SEARCH-CHOICE = "3"
                   PERFORM SET-PAY-FREQ-POLICY
               WHEN OTHER
                   PERFORM MAINTAIN-TAX-TABLE
           END-EVALUATE.

       SET-PAY-FREQ-POLICY.
           PERFORM LOAD-PAY-FREQ-POLICY.
           MOVE SPACES TO AU-BEFORE.
           IF WS-PF-FOUND = 'Y'
               DISPLAY "CURRENT PAY FREQUENCY: " PF_FREQ
               STRING "FREQ " PF_FREQ
                   " SET " PF_SET_DATE " BY " PF_SET_BY
                   DELIMITED BY SIZE INTO AU-BEFORE
           ELSE
               DISPLAY "NO PAY FREQUENCY ON FILE YET, TAKEN FROM "
                   "THE LENGTH OF EACH PERIOD"
           END-IF.
           PERFORM ASK-PAY-FREQ.
           MOVE ASK-TX-FREQ TO PF_FREQ.
           ACCEPT PF_SET_DATE FROM DATE YYYYMMDD.
           MOVE WS-LOGIN-EMP-NO TO PF_SET_BY.
           OPEN OUTPUT PAY-FREQ-POLICY.
           MOVE PAY-FREQ-POLICY-INFO TO PAY-FREQ-POLICY-FILE.
           WRITE PAY-FREQ-POLICY-FILE
           END-WRITE.
           CLOSE PAY-FREQ-POLICY.
           MOVE SPACES TO AU-AFTER.
           STRING "FREQ " PF_FREQ
               " SET " PF_SET_DATE " BY " PF_SET_BY
               DELIMITED BY SIZE INTO AU-AFTER.
           MOVE "PAY FREQ" TO AUDIT-ACTION.
           MOVE WS-LOGIN-EMP-NO TO EMPLOYEE_NO.
           PERFORM APPEND-AUDIT-RECORD.
           DISPLAY "PAY FREQUENCY SAVED...!".
           PERFORM SPACE-ENTER.
           PERFORM MAINTAIN-TAX-TABLE.

       ASK-PAY-FREQ.
           DISPLAY "ENTER PAY FREQUENCY: W-WEEKLY, B-BIWEEKLY, "
               "S-SEMI-MONTHLY, M-MONTHLY".
           ACCEPT ASK-TX-FREQ.
           MOVE FUNCTION UPPER-CASE(ASK-TX-FREQ) TO ASK-TX-FREQ.
           IF ASK-TX-FREQ NOT = 'W' AND ASK-TX-FREQ NOT = 'B'
                   AND ASK-TX-FREQ NOT = 'S' AND ASK-TX-FREQ NOT = 'M'
               PERFORM ASK-PAY-FREQ
           END-IF.

       ADD-TAX-BRACKET.
           PERFORM ASK-TAX-FREQ.
           MOVE ASK-TX-FREQ TO X_FREQ.
           PERFORM ASK-TAX-EFF-DATE.
           DISPLAY "ENTER BRACKET FLOOR (TAXABLE PAY FROM), "
               "EX 10417.00".
           ACCEPT X_FLOOR.
           PERFORM SPACE-ENTER.
           DISPLAY "ENTER FIXED BASE TAX FOR THE BRACKET, EX 0.00".
           ACCEPT X_BASE.
           PERFORM SPACE-ENTER.
           DISPLAY "ENTER RATE ON EXCESS OVER FLOOR (PERCENT), "
               "EX 15.00".
           ACCEPT X_RATE.
           PERFORM SPACE-ENTER.
           PERFORM ASK-TAX-CONFIRM.

       ASK-TAX-FREQ.
           DISPLAY "ENTER PAY FREQUENCY: W-WEEKLY, B-BIWEEKLY, "
               "S-SEMI-MONTHLY, M-MONTHLY, A-ANNUAL".
           ACCEPT ASK-TX-FREQ.
           MOVE FUNCTION UPPER-CASE(ASK-TX-FREQ) TO ASK-TX-FREQ.
           IF ASK-TX-FREQ NOT = 'W' AND ASK-TX-FREQ NOT = 'B'
                   AND ASK-TX-FREQ NOT = 'S' AND ASK-TX-FREQ NOT = 'M'
                   AND ASK-TX-FREQ NOT = 'A'
               PERFORM ASK-TAX-FREQ
           END-IF.

       ASK-TAX-EFF-DATE.
           DISPLAY "ENTER EFFECTIVE-FROM DATE (YYYYMMDD)".
           ACCEPT ASK-PERIOD-DATE.
           IF ASK-PERIOD-DATE IS NOT NUMERIC
               DISPLAY "PLEASE ENTER 8 DIGITS, EX 20260101"
               PERFORM ASK-TAX-EFF-DATE
           ELSE
               MOVE ASK-PERIOD-DATE TO X_EFF_DATE
           END-IF.

       ASK-TAX-CONFIRM.
           MOVE X_FLOOR TO TX-FLOOR-DISP.
           MOVE X_BASE TO TX-BASE-DISP.
           MOVE X_RATE TO TX-RATE-DISP.
           DISPLAY "FREQ " X_FREQ " EFFECTIVE " X_EFF_DATE
               " OVER " FUNCTION TRIM(TX-FLOOR-DISP)
               " TAX " FUNCTION TRIM(TX-BASE-DISP)
               " + " FUNCTION TRIM(TX-RATE-DISP) "% OF EXCESS".
           DISPLAY "ARE DETAILS RIGHT (Y/N)?".
           ACCEPT YES-NO.
           EVALUATE TRUE
               WHEN YES-NO = "Y" OR YES-NO = "y"
                   PERFORM APPEND-TAX-BRACKET
                   DISPLAY "TAX BRACKET ADDED...!"
                   PERFORM SPACE-ENTER
                   PERFORM MAINTAIN-TAX-TABLE
               WHEN YES-NO = "N" OR YES-NO = "n"
                   PERFORM ADD-TAX-BRACKET
               WHEN OTHER
                   PERFORM ASK-TAX-CONFIRM
           END-EVALUATE.

       APPEND-TAX-BRACKET.
           OPEN EXTEND TAX-TABLE.
           IF WS-TX-FILE-STATUS = '35'
               DISPLAY "TAX-TABLE.DAT NOT FOUND, CREATING IT..."
               OPEN OUTPUT TAX-TABLE
               CLOSE TAX-TABLE
               OPEN EXTEND TAX-TABLE
           END-IF.
           MOVE TAX-TABLE-INFO TO TAX-TABLE-FILE.
           WRITE TAX-TABLE-FILE
           END-WRITE.
           CLOSE TAX-TABLE.
           MOVE SPACES TO AU-BEFORE.
           MOVE SPACES TO AU-AFTER.
           STRING "FREQ " X_FREQ " EFF " X_EFF_DATE
               " FLOOR " FUNCTION TRIM(TX-FLOOR-DISP)
               " BASE " FUNCTION TRIM(TX-BASE-DISP)
               " RATE " FUNCTION TRIM(TX-RATE-DISP)
               DELIMITED BY SIZE INTO AU-AFTER.
           MOVE "TAX TABLE" TO AUDIT-ACTION.
           MOVE WS-LOGIN-EMP-NO TO EMPLOYEE_NO.
           PERFORM APPEND-AUDIT-RECORD.

       LIST-TAX-BRACKETS.
           PERFORM ASK-TAX-FREQ.
           MOVE 'N' TO WS-FOUND-ANY.
           OPEN INPUT TAX-TABLE.
           IF WS-TX-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-TX-EOF = 'Y'
                   READ TAX-TABLE INTO TAX-TABLE-INFO
                      AT END MOVE 'Y' TO WS-TX-EOF
                      NOT AT END
                          IF X_FREQ = ASK-TX-FREQ
                              PERFORM DISPLAY-TAX-BRACKET
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TAX-TABLE.
           MOVE 'N' TO WS-TX-EOF.
           IF WS-FOUND-ANY NOT = 'Y'
               DISPLAY "NO BRACKETS FOR FREQUENCY " ASK-TX-FREQ
           END-IF.
           PERFORM SPACE-ENTER.
           PERFORM MAINTAIN-TAX-TABLE.

       DISPLAY-TAX-BRACKET.
           MOVE X_FLOOR TO TX-FLOOR-DISP.
           MOVE X_BASE TO TX-BASE-DISP.
           MOVE X_RATE TO TX-RATE-DISP.
           DISPLAY "EFF " X_EFF_DATE " OVER " TX-FLOOR-DISP
               " TAX " TX-BASE-DISP " + " TX-RATE-DISP "% OF EXCESS".
           MOVE 'Y' TO WS-FOUND-ANY.

       LOAD-LOAN-PASS-TABLE.
           MOVE ZERO TO LN-COUNT.
           IF WS-PAY-MODE NOT = 'A'
               MOVE ZERO TO LO-POS
               OPEN INPUT LOANS
               IF WS-LO-FILE-STATUS NOT = '35'
                   PERFORM UNTIL WS-LO-EOF = 'Y'
                       READ LOANS INTO LOAN-INFO
                          AT END MOVE 'Y' TO WS-LO-EOF
                          NOT AT END
                              ADD 1 TO LO-POS
                              PERFORM ADD-LOAN-TO-PASS-TABLE
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE LOANS
               MOVE 'N' TO WS-LO-EOF
           END-IF.

       ADD-LOAN-TO-PASS-TABLE.
           IF LO_STATUS = 'A' AND LO_BALANCE > ZERO
                   AND (LO_START <= PR-PERIOD-END OR WS-PAY-MODE = 'F')
               IF LN-COUNT < 500
                   ADD 1 TO LN-COUNT
                   MOVE LO-POS TO LN-POS(LN-COUNT)
                   MOVE LO_EMPLOYEE_NO TO LN-EMP(LN-COUNT)
                   MOVE LO_CODE TO LN-CODE(LN-COUNT)
                   MOVE LO_DESC TO LN-DESC(LN-COUNT)
                   MOVE LO_START TO LN-START(LN-COUNT)
                   MOVE LO_AMORT TO LN-AMORT(LN-COUNT)
                   MOVE LO_BALANCE TO LN-BALANCE(LN-COUNT)
                   MOVE ZERO TO LN-TAKE(LN-COUNT)
               ELSE
                   MOVE SPACES TO WS-RUN-MSG
                   STRING "MORE THAN 500 OPEN LOANS, "
                       "SOME NOT DEDUCTED"
                       DELIMITED BY SIZE INTO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
               END-IF
           END-IF.

       APPLY-LOAN-AMORTIZATION.
           IF LN-AMORT(LN-IX) < LN-BALANCE(LN-IX)
                   AND WS-PAY-MODE NOT = 'F'
               MOVE LN-AMORT(LN-IX) TO LN-TAKE(LN-IX)
           ELSE
               MOVE LN-BALANCE(LN-IX) TO LN-TAKE(LN-IX)
           END-IF.
           MOVE LN-EMP(LN-IX) TO D_EMPLOYEE_NO.
           MOVE LN-CODE(LN-IX) TO D_CODE.
           MOVE LN-DESC(LN-IX) TO D_DESC.
           MOVE 'F' TO D_TYPE.
           MOVE LN-TAKE(LN-IX) TO D_AMOUNT.
           MOVE 'N' TO D_PRETAX.
           PERFORM APPLY-DEDUCTION-AMOUNT.

       CAP-LOAN-DEDUCTIONS.
           COMPUTE LO-EXCESS = PR-TOTAL-DEDUCTIONS - PR-GROSS-PAY.
           PERFORM VARYING LN-IX FROM LN-COUNT BY -1
                   UNTIL LN-IX < 1 OR LO-EXCESS = ZERO
               IF LN-EMP(LN-IX) = EMPLOYEE_NO
                       AND LN-TAKE(LN-IX) > ZERO
                   IF LN-TAKE(LN-IX) < LO-EXCESS
                       MOVE LN-TAKE(LN-IX) TO LO-CUT
                   ELSE
                       MOVE LO-EXCESS TO LO-CUT
                   END-IF
                   SUBTRACT LO-CUT FROM LN-TAKE(LN-IX)
                   SUBTRACT LO-CUT FROM LO-EXCESS
                   PERFORM BACK-OUT-LOAN-CUT
               END-IF
           END-PERFORM.

       BACK-OUT-LOAN-CUT.
           MOVE LO-CUT TO LO-CUT-SAVE.
           IF WS-PAY-MODE = 'C' OR WS-PAY-MODE = 'F'
               PERFORM VARYING YD-IX FROM 1 BY 1
                       UNTIL YD-IX > YD-COUNT
                   IF YD-EMP(YD-IX) = EMPLOYEE_NO
                           AND YD-TCODE(YD-IX) = LN-CODE(LN-IX)
                           AND LO-CUT > ZERO
                       SUBTRACT LO-CUT FROM YD-AMT(YD-IX)
                       MOVE ZERO TO LO-CUT
                   END-IF
               END-PERFORM
           END-IF.
           MOVE LO-CUT-SAVE TO LO-CUT.
           IF WS-PAY-MODE = 'R' OR WS-PAY-MODE = 'F'
               PERFORM VARYING RM-IX FROM 1 BY 1
                       UNTIL RM-IX > RM-COUNT
                   IF RM-CODE(RM-IX) = LN-CODE(LN-IX)
                           AND LO-CUT > ZERO
                       SUBTRACT LO-CUT FROM RM-TOTAL(RM-IX)
                       MOVE ZERO TO LO-CUT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PAY-MODE = 'R' AND WS-RUN-MODE NOT = 'B'
               MOVE LN-TAKE(LN-IX) TO LO-AMT-DISP
               DISPLAY "  LOAN " LN-CODE(LN-IX)
                   " CUT TO " LO-AMT-DISP
           END-IF.

       FORMAT-LOAN-BALANCE-LINE.
           COMPUTE LO-LEFT = LN-BALANCE(LN-IX) - LN-TAKE(LN-IX).
           MOVE LN-TAKE(LN-IX) TO LO-AMT-DISP.
           MOVE LO-LEFT TO LO-BAL-DISP.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "LOAN " FUNCTION TRIM(LN-CODE(LN-IX))
               " DEDUCTED: " FUNCTION TRIM(LO-AMT-DISP)
               " BALANCE: " FUNCTION TRIM(LO-BAL-DISP)
               DELIMITED BY SIZE INTO PAYSLIP-LINE.

       POST-LOAN-DEDUCTIONS.
           MOVE ZERO TO LO-POSTED.
           MOVE ZERO TO LO-CLOSED-COUNT.
           IF LN-COUNT > 0
               MOVE ZERO TO LO-POS
               OPEN INPUT LOANS
               OPEN OUTPUT LOANS-TEMP
               PERFORM UNTIL WS-LO-EOF = 'Y'
                   READ LOANS INTO LOAN-INFO
                      AT END MOVE 'Y' TO WS-LO-EOF
                      NOT AT END
                          ADD 1 TO LO-POS
                          PERFORM POST-OR-KEEP-LOAN
                   END-READ
               END-PERFORM
               CLOSE LOANS
               CLOSE LOANS-TEMP
               MOVE 'N' TO WS-LO-EOF
               PERFORM REPLACE-LOANS-FILE
               MOVE LO-POSTED TO LO-COUNT-DISP
               MOVE SPACES TO WS-RUN-MSG
               STRING FUNCTION TRIM(LO-COUNT-DISP)
                   " LOAN DEDUCTIONS POSTED"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
               IF LO-CLOSED-COUNT > 0
                   MOVE LO-CLOSED-COUNT TO LO-COUNT-DISP
                   MOVE SPACES TO WS-RUN-MSG
                   STRING FUNCTION TRIM(LO-COUNT-DISP)
                       " LOANS PAID OFF AND CLOSED"
                       DELIMITED BY SIZE INTO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
               END-IF
           END-IF.

       POST-OR-KEEP-LOAN.
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > LN-COUNT
               IF LN-POS(LN-IX) = LO-POS AND LN-TAKE(LN-IX) > ZERO
                   ADD LN-TAKE(LN-IX) TO LO_PAID
                   SUBTRACT LN-TAKE(LN-IX) FROM LO_BALANCE
                   ADD 1 TO LO-POSTED
                   MOVE LO_EMPLOYEE_NO TO LG_EMPLOYEE_NO
                   MOVE LO_CODE TO LG_CODE
                   MOVE LO_START TO LG_LOAN_START
                   ACCEPT LG_DATE FROM DATE YYYYMMDD
                   MOVE WS-PERIOD-ID TO LG_PERIOD
                   MOVE 'D' TO LG_TYPE
                   MOVE LN-TAKE(LN-IX) TO LG_AMOUNT
                   MOVE LO_BALANCE TO LG_BALANCE
                   PERFORM APPEND-LOAN-LEDGER
                   IF LO_BALANCE = ZERO
                       PERFORM CLOSE-PAID-OFF-LOAN
                   END-IF
               END-IF
           END-PERFORM.
           MOVE LOAN-INFO TO LOANS-TEMP-FILE.
           WRITE LOANS-TEMP-FILE.

       CLOSE-PAID-OFF-LOAN.
           MOVE 'C' TO LO_STATUS.
           ACCEPT LO_CLOSED FROM DATE YYYYMMDD.
           ADD 1 TO LO-CLOSED-COUNT.
           MOVE 'C' TO LG_TYPE.
           MOVE ZERO TO LG_AMOUNT.
           PERFORM APPEND-LOAN-LEDGER.
           MOVE LO_PRINCIPAL TO LO-PRIN-DISP.
           MOVE LO_PAID TO LO-PAID-DISP.
           MOVE LO_EMPLOYEE_NO TO EMPLOYEE_NO.
           MOVE SPACES TO AU-BEFORE.
           STRING "LOAN " LO_CODE " START " LO_START " STATUS A"
               DELIMITED BY SIZE INTO AU-BEFORE.
           MOVE SPACES TO AU-AFTER.
           STRING "LOAN " LO_CODE " PAID "
               FUNCTION TRIM(LO-PAID-DISP) " OF "
               FUNCTION TRIM(LO-PRIN-DISP) " STATUS C"
               DELIMITED BY SIZE INTO AU-AFTER.
           MOVE "LOAN CLOSE" TO AUDIT-ACTION.
           PERFORM APPEND-AUDIT-RECORD.

       APPEND-LOAN-LEDGER.
           OPEN EXTEND LOAN-LEDGER.
           IF WS-LG-FILE-STATUS = '35'
               OPEN OUTPUT LOAN-LEDGER
               CLOSE LOAN-LEDGER
               OPEN EXTEND LOAN-LEDGER
           END-IF.
           MOVE LOAN-LEDGER-INFO TO LOAN-LEDGER-FILE.
           WRITE LOAN-LEDGER-FILE
           END-WRITE.
           CLOSE LOAN-LEDGER.

       REPLACE-LOANS-FILE.
           PERFORM BACKUP-LOANS-FILE.
           MOVE "LOANS" TO WS-REWRITE-TAG.
           PERFORM BEGIN-FILE-REWRITE.
           PERFORM COPY-TEMP-TO-LOANS.
           PERFORM END-FILE-REWRITE.

       BACKUP-LOANS-FILE.
           OPEN INPUT LOANS.
           IF WS-LO-FILE-STATUS = '35'
               CLOSE LOANS
           ELSE
               OPEN OUTPUT LOANS-BAK
               PERFORM UNTIL WS-BK-EOF = 'Y'
                   READ LOANS
                      AT END MOVE 'Y' TO WS-BK-EOF
                      NOT AT END
                          MOVE LOANS-FILE
                              TO LOANS-BAK-FILE
                          WRITE LOANS-BAK-FILE
                   END-READ
               END-PERFORM
               CLOSE LOANS
               CLOSE LOANS-BAK
               MOVE 'N' TO WS-BK-EOF
           END-IF.

       COPY-TEMP-TO-LOANS.
           OPEN INPUT LOANS-TEMP.
           OPEN OUTPUT LOANS.
               PERFORM UNTIL WS-COPY-EOF = 'Y'
                   READ LOANS-TEMP
                      AT END MOVE 'Y' TO WS-COPY-EOF
                      NOT AT END
                          MOVE LOANS-TEMP-FILE TO LOANS-FILE
                          WRITE LOANS-FILE
                   END-READ
               END-PERFORM.
           CLOSE LOANS-TEMP.
           CLOSE LOANS.
           MOVE 'N' TO WS-COPY-EOF.

       MAINTAIN-LOANS.
           DISPLAY "LOANS: 1-ADD LOAN/ADVANCE, 2-LIST LOANS, "
               "3-LOAN LEDGER REPORT".
           DISPLAY "WRITE C TO GO BACK TO MENU".
           ACCEPT ASK-SEARCH-CHOICE.

           EVALUATE TRUE
               WHEN ASK-SEARCH-CHOICE = "C" OR ASK-SEARCH-CHOICE = "c"
                   PERFORM ASK-WHAT-TO-DO
               WHEN ASK-SEARCH-CHOICE = "1"
                   PERFORM ADD-LOAN
               WHEN ASK-SEARCH-CHOICE = "2"
                   PERFORM LIST-LOANS
               WHEN ASK-SEARCH-CHOICE = "3"
                   PERFORM LOAN-LEDGER-REPORT
               WHEN OTHER
                   PERFORM MAINTAIN-LOANS
           END-EVALUATE.

       ADD-LOAN.
           DISPLAY "ENTER EMPLOYEE NO, C FOR LOANS MENU".
           ACCEPT ASK_EMPLOYEE_NO.

           EVALUATE TRUE
               WHEN ASK_EMPLOYEE_NO = "C" OR ASK_EMPLOYEE_NO = "c"
                   PERFORM MAINTAIN-LOANS
               WHEN ASK_EMPLOYEE_NO NOT = SPACE
                   MOVE FUNCTION NUMVAL(ASK_EMPLOYEE_NO)
                       TO LOOKUP-EMPLOYEE-NO
                   PERFORM LOOKUP-ACTIVE-EMPLOYEE
                   IF WS-EMP-LOOKUP = 'A'
                       MOVE LOOKUP-EMPLOYEE-NO TO LO_EMPLOYEE_NO
                       PERFORM ASK-LOAN-DETAILS
                       PERFORM ASK-LOAN-CONFIRM
                   ELSE
                       DISPLAY "EMPLOYEE NOT FOUND OR INACTIVE"
                       PERFORM ADD-LOAN
                   END-IF
               WHEN OTHER
                   PERFORM ADD-LOAN
           END-EVALUATE.

       ASK-LOAN-DETAILS.
           DISPLAY "ENTER LOAN DEDUCTION CODE, EX SALLOAN: ".
           ACCEPT LO_CODE.
           PERFORM SPACE-ENTER.
           DISPLAY "ENTER DESCRIPTION: ".
           ACCEPT LO_DESC.
           PERFORM SPACE-ENTER.
           PERFORM ASK-LOAN-PRINCIPAL.
           PERFORM ASK-LOAN-AMORT.
           PERFORM ASK-LOAN-START.
           MOVE ZERO TO LO_PAID.
           MOVE LO_PRINCIPAL TO LO_BALANCE.
           MOVE 'A' TO LO_STATUS.
           MOVE SPACES TO LO_CLOSED.

       ASK-LOAN-PRINCIPAL.
           DISPLAY "ENTER PRINCIPAL AMOUNT, EX 5000.00: ".
           ACCEPT LO_PRINCIPAL.
           PERFORM SPACE-ENTER.
           IF LO_PRINCIPAL = ZERO
               DISPLAY "PRINCIPAL MUST BE GREATER THAN ZERO"
               PERFORM ASK-LOAN-PRINCIPAL
           END-IF.

       ASK-LOAN-AMORT.
           DISPLAY "ENTER AMORTIZATION PER PAY PERIOD, EX 500.00: ".
           ACCEPT LO_AMORT.
           PERFORM SPACE-ENTER.
           IF LO_AMORT = ZERO OR LO_AMORT > LO_PRINCIPAL
               DISPLAY "AMORTIZATION MUST BE ABOVE ZERO AND NOT "
                   "MORE THAN THE PRINCIPAL"
               PERFORM ASK-LOAN-AMORT
           END-IF.

       ASK-LOAN-START.
           DISPLAY "ENTER FIRST DEDUCTION DATE (YYYYMMDD)".
           ACCEPT ASK-PERIOD-DATE.
           IF ASK-PERIOD-DATE IS NOT NUMERIC
               DISPLAY "PLEASE ENTER 8 DIGITS, EX 20260801"
               PERFORM ASK-LOAN-START
           ELSE
               MOVE ASK-PERIOD-DATE TO LO_START
           END-IF.

       ASK-LOAN-CONFIRM.
           MOVE LO_PRINCIPAL TO LO-PRIN-DISP.
           MOVE LO_AMORT TO LO-AMT-DISP.
           DISPLAY "LOAN " LO_CODE " PRINCIPAL "
               FUNCTION TRIM(LO-PRIN-DISP) " AT "
               FUNCTION TRIM(LO-AMT-DISP) " PER PERIOD FROM " LO_START.
           DISPLAY "ARE DETAILS RIGHT (Y/N)?".
           ACCEPT YES-NO.
           EVALUATE TRUE
               WHEN YES-NO = "Y" OR YES-NO = "y"
                   PERFORM WRITE-LOAN-ENTERED
                   DISPLAY "LOAN ADDED...!"
                   PERFORM SPACE-ENTER
                   PERFORM MAINTAIN-LOANS
               WHEN YES-NO = "N" OR YES-NO = "n"
                   PERFORM ADD-LOAN
               WHEN OTHER
                   PERFORM ASK-LOAN-CONFIRM
           END-EVALUATE.

       WRITE-LOAN-ENTERED.
           OPEN EXTEND LOANS.
           IF WS-LO-FILE-STATUS = '35'
               DISPLAY "LOANS.DAT NOT FOUND, CREATING IT..."
               OPEN OUTPUT LOANS
               CLOSE LOANS
               OPEN EXTEND LOANS
           END-IF.
           MOVE LOAN-INFO TO LOANS-FILE.
           WRITE LOANS-FILE
           END-WRITE.
           CLOSE LOANS.
           MOVE LO_EMPLOYEE_NO TO LG_EMPLOYEE_NO.
           MOVE LO_CODE TO LG_CODE.
           MOVE LO_START TO LG_LOAN_START.
           ACCEPT LG_DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO LG_PERIOD.
           MOVE 'G' TO LG_TYPE.
           MOVE LO_PRINCIPAL TO LG_AMOUNT.
           MOVE LO_BALANCE TO LG_BALANCE.
           PERFORM APPEND-LOAN-LEDGER.
           MOVE SPACES TO AU-BEFORE.
           MOVE SPACES TO AU-AFTER.
           STRING "LOAN " LO_CODE " PRINCIPAL "
               FUNCTION TRIM(LO-PRIN-DISP) " AMORT "
               FUNCTION TRIM(LO-AMT-DISP) " START " LO_START
               DELIMITED BY SIZE INTO AU-AFTER.
           MOVE "LOAN ADD" TO AUDIT-ACTION.
           PERFORM APPEND-AUDIT-RECORD.

       LIST-LOANS.
           DISPLAY "ENTER EMPLOYEE NO, C FOR LOANS MENU".
           ACCEPT ASK_EMPLOYEE_NO.

           EVALUATE TRUE
               WHEN ASK_EMPLOYEE_NO = "C" OR ASK_EMPLOYEE_NO = "c"
                   PERFORM MAINTAIN-LOANS
               WHEN ASK_EMPLOYEE_NO NOT = SPACE
                   PERFORM LIST-LOANS-FOR-EMP
               WHEN OTHER
                   PERFORM LIST-LOANS
           END-EVALUATE.

       LIST-LOANS-FOR-EMP.
           MOVE 'N' TO LO-FOUND.
           OPEN INPUT LOANS.
           IF WS-LO-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-LO-EOF = 'Y'
                   READ LOANS INTO LOAN-INFO
                      AT END MOVE 'Y' TO WS-LO-EOF
                      NOT AT END
                          IF LO_EMPLOYEE_NO =
                                  FUNCTION NUMVAL(ASK_EMPLOYEE_NO)
                              PERFORM DISPLAY-LOAN-ROW
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOANS.
           MOVE 'N' TO WS-LO-EOF.
           IF LO-FOUND NOT = 'Y'
               DISPLAY "NO LOANS FOR EMPLOYEE", ASK_EMPLOYEE_NO
           END-IF.
           PERFORM SPACE-ENTER.
           PERFORM MAINTAIN-LOANS.

       DISPLAY-LOAN-ROW.
           MOVE LO_PRINCIPAL TO LO-PRIN-DISP.
           MOVE LO_AMORT TO LO-AMT-DISP.
           MOVE LO_PAID TO LO-PAID-DISP.
           MOVE LO_BALANCE TO LO-BAL-DISP.
           DISPLAY LO_CODE " " LO_DESC " START " LO_START
               " STATUS " LO_STATUS.
           DISPLAY "  PRINCIPAL " LO-PRIN-DISP " AMORT " LO-AMT-DISP
               " PAID " LO-PAID-DISP " BALANCE " LO-BAL-DISP.
           MOVE 'Y' TO LO-FOUND.

       LOAN-LEDGER-REPORT.
           DISPLAY "ENTER EMPLOYEE NO, C FOR LOANS MENU".
           ACCEPT ASK_EMPLOYEE_NO.

           EVALUATE TRUE
               WHEN ASK_EMPLOYEE_NO = "C" OR ASK_EMPLOYEE_NO = "c"
                   PERFORM MAINTAIN-LOANS
               WHEN ASK_EMPLOYEE_NO NOT = SPACE
                   PERFORM WRITE-LOAN-LEDGER-REPORT
                   PERFORM SPACE-ENTER
                   PERFORM MAINTAIN-LOANS
               WHEN OTHER
                   PERFORM LOAN-LEDGER-REPORT
           END-EVALUATE.

       WRITE-LOAN-LEDGER-REPORT.
           MOVE 'N' TO LO-FOUND.
           MOVE FUNCTION NUMVAL(ASK_EMPLOYEE_NO) TO LOOKUP-EMPLOYEE-NO.
           PERFORM LOOKUP-ACTIVE-EMPLOYEE.
           IF WS-EMP-LOOKUP = 'N'
               MOVE SPACES TO FULL_NAME
           END-IF.
           OPEN OUTPUT LOAN-REPORT.
           MOVE SPACES TO LOAN-REPORT-LINE.
           STRING "LOAN LEDGER FOR EMPLOYEE " LOOKUP-EMPLOYEE-NO " "
               FUNCTION TRIM(FULL_NAME)
               DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
           PERFORM PUT-LOAN-REPORT-LINE.
           OPEN INPUT LOANS.
           IF WS-LO-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-LO-EOF = 'Y'
                   READ LOANS INTO LOAN-INFO
                      AT END MOVE 'Y' TO WS-LO-EOF
                      NOT AT END
                          IF LO_EMPLOYEE_NO = LOOKUP-EMPLOYEE-NO
                              PERFORM WRITE-ONE-LOAN-LEDGER
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOANS.
           MOVE 'N' TO WS-LO-EOF.
           IF LO-FOUND NOT = 'Y'
               MOVE "NO LOANS ON FILE" TO LOAN-REPORT-LINE
               PERFORM PUT-LOAN-REPORT-LINE
           END-IF.
           CLOSE LOAN-REPORT.
           DISPLAY "LOAN LEDGER WRITTEN TO LOAN-REPORT.TXT".

       WRITE-ONE-LOAN-LEDGER.
           MOVE 'Y' TO LO-FOUND.
           MOVE ALL "-" TO LOAN-REPORT-LINE.
           PERFORM PUT-LOAN-REPORT-LINE.
           MOVE LO_PRINCIPAL TO LO-PRIN-DISP.
           MOVE LO_AMORT TO LO-AMT-DISP.
           MOVE SPACES TO LOAN-REPORT-LINE.
           STRING "LOAN " FUNCTION TRIM(LO_CODE) " "
               FUNCTION TRIM(LO_DESC) " START " LO_START
               " PRINCIPAL " FUNCTION TRIM(LO-PRIN-DISP)
               " AMORT " FUNCTION TRIM(LO-AMT-DISP)
               DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
           PERFORM PUT-LOAN-REPORT-LINE.
           OPEN INPUT LOAN-LEDGER.
           IF WS-LG-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-LG-EOF = 'Y'
                   READ LOAN-LEDGER INTO LOAN-LEDGER-INFO
                      AT END MOVE 'Y' TO WS-LG-EOF
                      NOT AT END
                          IF LG_EMPLOYEE_NO = LO_EMPLOYEE_NO
                                  AND LG_CODE = LO_CODE
                                  AND LG_LOAN_START = LO_START
                              PERFORM WRITE-LOAN-LEDGER-ROW
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOAN-LEDGER.
           MOVE 'N' TO WS-LG-EOF.
           MOVE LO_PAID TO LO-PAID-DISP.
           MOVE LO_BALANCE TO LO-BAL-DISP.
           MOVE SPACES TO LOAN-REPORT-LINE.
           STRING "PAID TO DATE " FUNCTION TRIM(LO-PAID-DISP)
               " OUTSTANDING " FUNCTION TRIM(LO-BAL-DISP)
               " STATUS " LO_STATUS " " LO_CLOSED
               DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
           PERFORM PUT-LOAN-REPORT-LINE.

       WRITE-LOAN-LEDGER-ROW.
           MOVE LG_AMOUNT TO LO-AMT-DISP.
           MOVE LG_BALANCE TO LO-BAL-DISP.
           MOVE SPACES TO LOAN-REPORT-LINE.
           EVALUATE LG_TYPE
               WHEN 'G'
                   STRING LG_DATE " GRANTED           "
                       LO-AMT-DISP " BALANCE " LO-BAL-DISP
                       DELIMITED BY SIZE INTO LOAN-REPORT-LINE
               WHEN 'D'
                   STRING LG_DATE " " LG_PERIOD " "
                       LO-AMT-DISP " BALANCE " LO-BAL-DISP
                       DELIMITED BY SIZE INTO LOAN-REPORT-LINE
               WHEN 'W'
                   STRING LG_DATE " WRITTEN OFF       "
                       LO-AMT-DISP " AT SEPARATION"
                       DELIMITED BY SIZE INTO LOAN-REPORT-LINE
               WHEN OTHER
                   STRING LG_DATE " CLOSED, PAID IN FULL"
                       DELIMITED BY SIZE INTO LOAN-REPORT-LINE
           END-EVALUATE.
           PERFORM PUT-LOAN-REPORT-LINE.

       PUT-LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.
           DISPLAY FUNCTION TRIM(LOAN-REPORT-LINE).

       LOAD-HOLIDAY-TABLE.
           MOVE ZERO TO HO-COUNT.
           OPEN INPUT HOLIDAYS.
           IF WS-HO-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-HO-EOF = 'Y'
                   READ HOLIDAYS INTO HOLIDAY-INFO
                      AT END MOVE 'Y' TO WS-HO-EOF
                      NOT AT END
                          IF HO_DATE >= PR-PERIOD-START
                                  AND HO_DATE <= PR-PERIOD-END
                              PERFORM ADD-HOLIDAY-TO-TABLE
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HOLIDAYS.
           MOVE 'N' TO WS-HO-EOF.

       ADD-HOLIDAY-TO-TABLE.
           IF HO-COUNT < 100
               ADD 1 TO HO-COUNT
               MOVE HO_DATE TO HO-T-DATE(HO-COUNT)
               MOVE HO_NAME TO HO-T-NAME(HO-COUNT)
               MOVE HO_TYPE TO HO-T-TYPE(HO-COUNT)
           END-IF.

       FIND-HOLIDAY-FOR-DATE.
           MOVE 'N' TO HO-FOUND.
           MOVE ZERO TO HO-PICK.
           PERFORM VARYING HO-IX FROM 1 BY 1
                   UNTIL HO-IX > HO-COUNT OR HO-FOUND = 'Y'
               IF HO-T-DATE(HO-IX) = HO-LOOK-DATE
                   MOVE 'Y' TO HO-FOUND
                   MOVE HO-IX TO HO-PICK
               END-IF
           END-PERFORM.

       ADD-HOLIDAY-PREMIUM.
           COMPUTE HO-NIGHT-HRS = PD-NIGHT-MIN(PD-IX) / 60.
           IF HO-T-TYPE(HO-PICK) = 'R'
               COMPUTE HO-PAY ROUNDED = RT-DAY-RATE *
                   (PD-DAY-REG * 1.00 + PD-DAY-OT * 1.10
                  + HO-NIGHT-HRS * 0.10)
           ELSE
               COMPUTE HO-PAY ROUNDED = RT-DAY-RATE *
                   (PD-DAY-REG * 0.30 + PD-DAY-OT * 0.19
                  + HO-NIGHT-HRS * 0.03)
           END-IF.
           ADD HO-PAY TO PR-HOL-PAY.
           ADD HO-PAY TO RS-GROSS(RS-PICK).

       PAY-UNWORKED-HOLIDAYS.
           PERFORM PARSE-EMPLOYEE-SCHEDULE.
           PERFORM VARYING HO-IX FROM 1 BY 1 UNTIL HO-IX > HO-COUNT
               IF HO-T-TYPE(HO-IX) = 'R'
                   PERFORM PAY-ONE-UNWORKED-HOLIDAY
               END-IF
           END-PERFORM.

       PAY-ONE-UNWORKED-HOLIDAY.
           MOVE FUNCTION NUMVAL(HO-T-DATE(HO-IX)) TO HO-DATE-N.
           MOVE FUNCTION INTEGER-OF-DATE(HO-DATE-N) TO HO-INT.
           COMPUTE AT-DOW = FUNCTION MOD(HO-INT, 7) + 1.
           MOVE 'N' TO HO-WORKED.
           PERFORM VARYING PD-IX FROM 1 BY 1 UNTIL PD-IX > PD-COUNT
               IF PD-EMP(PD-IX) = EMPLOYEE_NO
                       AND PD-DATE(PD-IX) = HO-T-DATE(HO-IX)
                       AND (PD-MINUTES(PD-IX) > 0
                           OR PD-LEAVE-HRS(PD-IX) > 0)
                   MOVE 'Y' TO HO-WORKED
               END-IF
           END-PERFORM.
           IF AT-DAY-FLAG(AT-DOW) = 'Y' AND HO-WORKED = 'N'
               MOVE HO-T-DATE(HO-IX) TO RT-LOOKUP-DATE
               PERFORM FIND-RATE-FOR-DATE
               COMPUTE HO-PAY ROUNDED = RT-DAY-RATE * 8
               ADD 8 TO PR-HOL-HOURS
               ADD HO-PAY TO PR-HOL-PAY
               PERFORM VARYING RS-IX FROM 1 BY 1
                       UNTIL RS-IX > RS-COUNT
                   IF RS-EFF(RS-IX) = RT-DAY-EFF
                       ADD HO-PAY TO RS-GROSS(RS-IX)
                       MOVE ZERO TO HO-PAY
                   END-IF
               END-PERFORM
           END-IF.

       ADD-HOLIDAY.
           PERFORM ASK-HOLIDAY-DATE.
           DISPLAY "ENTER HOLIDAY NAME: ".
           ACCEPT HO_NAME.
           PERFORM SPACE-ENTER.
           PERFORM ASK-HOLIDAY-TYPE.
           PERFORM ASK-HOLIDAY-CONFIRM.

       ASK-HOLIDAY-DATE.
           DISPLAY "ENTER HOLIDAY DATE (YYYYMMDD)".
           ACCEPT ASK-PERIOD-DATE.
           IF ASK-PERIOD-DATE IS NOT NUMERIC
               DISPLAY "PLEASE ENTER 8 DIGITS, EX 20261225"
               PERFORM ASK-HOLIDAY-DATE
           ELSE
               MOVE ASK-PERIOD-DATE TO HO_DATE
               PERFORM CHECK-HOLIDAY-ON-FILE
               IF HO-FOUND = 'Y'
                   DISPLAY "A HOLIDAY IS ALREADY ON FILE FOR " HO_DATE
                   PERFORM ASK-HOLIDAY-DATE
               END-IF
           END-IF.

       CHECK-HOLIDAY-ON-FILE.
           MOVE 'N' TO HO-FOUND.
           OPEN INPUT HOLIDAYS.
           IF WS-HO-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-HO-EOF = 'Y'
                   READ HOLIDAYS
                      AT END MOVE 'Y' TO WS-HO-EOF
                      NOT AT END
                          IF W_HO_DATE = HO_DATE
                              MOVE 'Y' TO HO-FOUND
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HOLIDAYS.
           MOVE 'N' TO WS-HO-EOF.

       ASK-HOLIDAY-TYPE.
           DISPLAY "ENTER TYPE, R = REGULAR, S = SPECIAL NON-WORKING".
           ACCEPT HO_TYPE.
           EVALUATE TRUE
               WHEN HO_TYPE = "R" OR HO_TYPE = "r"
                   MOVE 'R' TO HO_TYPE
               WHEN HO_TYPE = "S" OR HO_TYPE = "s"
                   MOVE 'S' TO HO_TYPE
               WHEN OTHER
                   PERFORM ASK-HOLIDAY-TYPE
           END-EVALUATE.

       ASK-HOLIDAY-CONFIRM.
           DISPLAY "HOLIDAY " HO_DATE " " FUNCTION TRIM(HO_NAME)
               " TYPE " HO_TYPE.
           DISPLAY "ARE DETAILS RIGHT (Y/N)?".
           ACCEPT YES-NO.
           EVALUATE TRUE
               WHEN YES-NO = "Y" OR YES-NO = "y"
                   PERFORM APPEND-HOLIDAY
                   DISPLAY "HOLIDAY ADDED...!"
                   PERFORM SPACE-ENTER
                   PERFORM MAINTAIN-PAY-CALENDAR
               WHEN YES-NO = "N" OR YES-NO = "n"
                   PERFORM MAINTAIN-PAY-CALENDAR
               WHEN OTHER
                   PERFORM ASK-HOLIDAY-CONFIRM
           END-EVALUATE.

       APPEND-HOLIDAY.
           OPEN EXTEND HOLIDAYS.
           IF WS-HO-FILE-STATUS = '35'
               DISPLAY "HOLIDAYS.DAT NOT FOUND, CREATING IT..."
               OPEN OUTPUT HOLIDAYS
               CLOSE HOLIDAYS
               OPEN EXTEND HOLIDAYS
           END-IF.
           MOVE HOLIDAY-INFO TO HOLIDAYS-FILE.
           WRITE HOLIDAYS-FILE
           END-WRITE.
           CLOSE HOLIDAYS.

       LIST-HOLIDAYS.
           MOVE 'N' TO HO-FOUND.
           OPEN INPUT HOLIDAYS.
           IF WS-HO-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-HO-EOF = 'Y'
                   READ HOLIDAYS INTO HOLIDAY-INFO
                      AT END MOVE 'Y' TO WS-HO-EOF
                      NOT AT END
                          DISPLAY HO_DATE " " HO_NAME " TYPE " HO_TYPE
                          MOVE 'Y' TO HO-FOUND
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HOLIDAYS.
           MOVE 'N' TO WS-HO-EOF.
           IF HO-FOUND NOT = 'Y'
               DISPLAY "NO HOLIDAYS ON FILE"
           END-IF.
           PERFORM SPACE-ENTER.
           PERFORM MAINTAIN-PAY-CALENDAR.

       MAINTAIN-COST-CENTERS.
           DISPLAY "COST CENTERS: 1-ADD COST CENTER, 2-LIST, "
               "3-DEACTIVATE".
           DISPLAY "WRITE C TO GO BACK TO MENU".
           ACCEPT ASK-SEARCH-CHOICE.

           EVALUATE TRUE
               WHEN ASK-SEARCH-CHOICE = "C" OR ASK-SEARCH-CHOICE = "c"
                   PERFORM ASK-WHAT-TO-DO
               WHEN ASK-SEARCH-CHOICE = "1"
                   PERFORM ADD-COST-CENTER
               WHEN ASK-SEARCH-CHOICE = "2"
                   PERFORM LIST-COST-CENTERS
               WHEN ASK-SEARCH-CHOICE = "3"
                   PERFORM DEACT-COST-CENTER
               WHEN OTHER
                   PERFORM MAINTAIN-COST-CENTERS
           END-EVALUATE.

       ADD-COST-CENTER.
           DISPLAY "ENTER COST CENTER CODE, C FOR COST CENTER MENU".
           ACCEPT ASK-CC-CODE.

           EVALUATE TRUE
               WHEN ASK-CC-CODE = "C" OR ASK-CC-CODE = "c"
                   PERFORM MAINTAIN-COST-CENTERS
               WHEN ASK-CC-CODE NOT = SPACE
                   MOVE FUNCTION UPPER-CASE(ASK-CC-CODE) TO ASK-CC-CODE
                   PERFORM CHECK-COST-CENTER-ON-FILE
                   IF CC-ON-FILE = 'Y'
                       DISPLAY "COST CENTER " ASK-CC-CODE
                           " IS ALREADY ON FILE"
                       PERFORM ADD-COST-CENTER
                   ELSE
                       MOVE ASK-CC-CODE TO CC_CODE
                       PERFORM ASK-COST-CENTER-DETAILS
                       PERFORM ASK-COST-CENTER-CONFIRM
                   END-IF
               WHEN OTHER
                   PERFORM ADD-COST-CENTER
           END-EVALUATE.

       ASK-COST-CENTER-DETAILS.
           DISPLAY "ENTER COST CENTER NAME: ".
           ACCEPT CC_NAME.
           PERFORM SPACE-ENTER.
           DISPLAY "ENTER GL SALARY EXPENSE ACCOUNT, EX 5100-100".
           ACCEPT CC_GL_ACCT.
           IF CC_GL_ACCT = SPACES
               MOVE "SALARY-EXP" TO CC_GL_ACCT
           END-IF.
           PERFORM SPACE-ENTER.
           MOVE 'A' TO CC_STATUS.

       ASK-COST-CENTER-CONFIRM.
           DISPLAY "COST CENTER " CC_CODE " " FUNCTION TRIM(CC_NAME)
               " GL ACCOUNT " CC_GL_ACCT.
           DISPLAY "ARE DETAILS RIGHT (Y/N)?".
           ACCEPT YES-NO.
           EVALUATE TRUE
               WHEN YES-NO = "Y" OR YES-NO = "y"
                   PERFORM APPEND-COST-CENTER
                   DISPLAY "COST CENTER ADDED...!"
                   PERFORM SPACE-ENTER
                   PERFORM MAINTAIN-COST-CENTERS
               WHEN YES-NO = "N" OR YES-NO = "n"
                   PERFORM ADD-COST-CENTER
               WHEN OTHER
                   PERFORM ASK-COST-CENTER-CONFIRM
           END-EVALUATE.

       CHECK-COST-CENTER-ON-FILE.
           MOVE 'N' TO CC-ON-FILE.
           MOVE 'N' TO CC-FOUND.
           OPEN INPUT COST-CENTERS.
           IF WS-CC-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-CC-EOF = 'Y'
                   READ COST-CENTERS
                      AT END MOVE 'Y' TO WS-CC-EOF
                      NOT AT END
                          IF W_CC_CODE = ASK-CC-CODE
                              MOVE 'Y' TO CC-ON-FILE
                              MOVE COST-CENTERS-FILE
                                  TO COST-CENTER-INFO
                              IF W_CC_STATUS NOT = 'I'
                                  MOVE 'Y' TO CC-FOUND
                              END-IF
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COST-CENTERS.
           MOVE 'N' TO WS-CC-EOF.

       APPEND-COST-CENTER.
           OPEN EXTEND COST-CENTERS.
           IF WS-CC-FILE-STATUS = '35'
               DISPLAY "COST-CENTERS.DAT NOT FOUND, CREATING IT..."
               OPEN OUTPUT COST-CENTERS
               CLOSE COST-CENTERS
               OPEN EXTEND COST-CENTERS
           END-IF.
           MOVE COST-CENTER-INFO TO COST-CENTERS-FILE.
           WRITE COST-CENTERS-FILE
           END-WRITE.
           CLOSE COST-CENTERS.
           MOVE SPACES TO AU-BEFORE.
           MOVE COST-CENTER-INFO TO AU-AFTER.
           MOVE "CC ADD" TO AUDIT-ACTION.
           MOVE WS-LOGIN-EMP-NO TO EMPLOYEE_NO.
           PERFORM APPEND-AUDIT-RECORD.

       LIST-COST-CENTERS.
           MOVE 'N' TO WS-FOUND-ANY.
           OPEN INPUT COST-CENTERS.
           IF WS-CC-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-CC-EOF = 'Y'
                   READ COST-CENTERS INTO COST-CENTER-INFO
                      AT END MOVE 'Y' TO WS-CC-EOF
                      NOT AT END
                          DISPLAY CC_CODE " " CC_NAME " GL " CC_GL_ACCT
                              " STATUS " CC_STATUS
                          MOVE 'Y' TO WS-FOUND-ANY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COST-CENTERS.
           MOVE 'N' TO WS-CC-EOF.
           IF WS-FOUND-ANY NOT = 'Y'
               DISPLAY "NO COST CENTERS ON FILE"
           END-IF.
           PERFORM SPACE-ENTER.
           PERFORM MAINTAIN-COST-CENTERS.

       DEACT-COST-CENTER.
           DISPLAY "ENTER COST CENTER CODE, C FOR COST CENTER MENU".
           ACCEPT ASK-CC-CODE.

           EVALUATE TRUE
               WHEN ASK-CC-CODE = "C" OR ASK-CC-CODE = "c"
                   PERFORM MAINTAIN-COST-CENTERS
               WHEN ASK-CC-CODE NOT = SPACE
                   MOVE FUNCTION UPPER-CASE(ASK-CC-CODE) TO ASK-CC-CODE
                   PERFORM CHECK-COST-CENTER-ON-FILE
                   IF CC-FOUND = 'Y'
                       MOVE COST-CENTER-INFO TO AU-BEFORE
                       MOVE 'I' TO CC_STATUS
                       PERFORM UPDATE-COST-CENTER
                       MOVE COST-CENTER-INFO TO AU-AFTER
                       MOVE "CC DEACT" TO AUDIT-ACTION
                       MOVE WS-LOGIN-EMP-NO TO EMPLOYEE_NO
                       PERFORM APPEND-AUDIT-RECORD
                       DISPLAY "COST CENTER DEACTIVATED...!"
                   ELSE
                       DISPLAY "COST CENTER NOT ON FILE OR INACTIVE"
                   END-IF
                   PERFORM SPACE-ENTER
                   PERFORM MAINTAIN-COST-CENTERS
               WHEN OTHER
                   PERFORM DEACT-COST-CENTER
           END-EVALUATE.

       UPDATE-COST-CENTER.
           OPEN INPUT COST-CENTERS.
           OPEN OUTPUT COST-CENTERS-TEMP.
               PERFORM UNTIL WS-CC-EOF = 'Y'
                   READ COST-CENTERS
                      AT END MOVE 'Y' TO WS-CC-EOF
                      NOT AT END
                          IF W_CC_CODE = CC_CODE
                              MOVE COST-CENTER-INFO
                                  TO COST-CENTERS-TEMP-FILE
                          ELSE
                              MOVE COST-CENTERS-FILE
                                  TO COST-CENTERS-TEMP-FILE
                          END-IF
                          WRITE COST-CENTERS-TEMP-FILE
                   END-READ
               END-PERFORM.
           CLOSE COST-CENTERS.
           CLOSE COST-CENTERS-TEMP.
           MOVE 'N' TO WS-CC-EOF.
           PERFORM BACKUP-COST-CENTERS-FILE.
           MOVE "COSTCTR" TO WS-REWRITE-TAG.
           PERFORM BEGIN-FILE-REWRITE.
           PERFORM COPY-TEMP-TO-COST-CENTERS.
           PERFORM END-FILE-REWRITE.

       BACKUP-COST-CENTERS-FILE.
           OPEN INPUT COST-CENTERS.
           IF WS-CC-FILE-STATUS = '35'
               CLOSE COST-CENTERS
           ELSE
               OPEN OUTPUT COST-CENTERS-BAK
               PERFORM UNTIL WS-BK-EOF = 'Y'
                   READ COST-CENTERS
                      AT END MOVE 'Y' TO WS-BK-EOF
                      NOT AT END
                          MOVE COST-CENTERS-FILE
                              TO COST-CENTERS-BAK-FILE
                          WRITE COST-CENTERS-BAK-FILE
                   END-READ
               END-PERFORM
               CLOSE COST-CENTERS
               CLOSE COST-CENTERS-BAK
               MOVE 'N' TO WS-BK-EOF
           END-IF.

       COPY-TEMP-TO-COST-CENTERS.
           OPEN INPUT COST-CENTERS-TEMP.
           OPEN OUTPUT COST-CENTERS.
               PERFORM UNTIL WS-COPY-EOF = 'Y'
                   READ COST-CENTERS-TEMP
                      AT END MOVE 'Y' TO WS-COPY-EOF
                      NOT AT END
                          MOVE COST-CENTERS-TEMP-FILE
                              TO COST-CENTERS-FILE
                          WRITE COST-CENTERS-FILE
                   END-READ
               END-PERFORM.
           CLOSE COST-CENTERS-TEMP.
           CLOSE COST-CENTERS.
           MOVE 'N' TO WS-COPY-EOF.

       ASK-EMP-COST-CENTER.
           DISPLAY "ENTER COST CENTER CODE: ".
           ACCEPT ASK-CC-CODE.
           MOVE FUNCTION UPPER-CASE(ASK-CC-CODE) TO ASK-CC-CODE.
           PERFORM VALIDATE-EMP-COST-CENTER.
           IF CC-FOUND NOT = 'Y'
               PERFORM ASK-EMP-COST-CENTER
           ELSE
               MOVE ASK-CC-CODE TO EC-NEW-CODE
           END-IF.
           PERFORM SPACE-ENTER.

       ASK-UPDATE-COST-CENTER.
           PERFORM LOAD-EMP-COST-CENTER.
           DISPLAY "COST CENTER: " EC-OLD-CODE.
           DISPLAY "ENTER NEW COST CENTER CODE, BLANK TO KEEP IT".
           ACCEPT ASK-CC-CODE.
           IF ASK-CC-CODE = SPACES
               MOVE EC-OLD-CODE TO EC-NEW-CODE
           ELSE
               MOVE FUNCTION UPPER-CASE(ASK-CC-CODE) TO ASK-CC-CODE
               PERFORM VALIDATE-EMP-COST-CENTER
               IF CC-FOUND NOT = 'Y'
                   PERFORM ASK-UPDATE-COST-CENTER
               ELSE
                   MOVE ASK-CC-CODE TO EC-NEW-CODE
               END-IF
           END-IF.
           PERFORM SPACE-ENTER.

       VALIDATE-EMP-COST-CENTER.
           PERFORM CHECK-COST-CENTER-ON-FILE.
           IF ASK-CC-CODE = SPACES
               OPEN INPUT COST-CENTERS
               IF WS-CC-FILE-STATUS = '35'
                   MOVE 'Y' TO CC-FOUND
               ELSE
                   DISPLAY "COST CENTER CODE IS REQUIRED"
               END-IF
               CLOSE COST-CENTERS
           ELSE
               IF CC-FOUND NOT = 'Y'
                   DISPLAY "COST CENTER NOT ON FILE OR INACTIVE"
               END-IF
           END-IF.

       LOAD-EMP-COST-CENTER.
           MOVE 'N' TO EC-FOUND.
           MOVE SPACES TO EC-OLD-CODE.
           OPEN INPUT EMP-COST-CENTER.
           IF WS-EC-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-EC-EOF = 'Y'
                   READ EMP-COST-CENTER
                      AT END MOVE 'Y' TO WS-EC-EOF
                      NOT AT END
                          IF W_EC_EMPLOYEE_NO = EMPLOYEE_NO
                              MOVE W_EC_CODE TO EC-OLD-CODE
                              MOVE 'Y' TO EC-FOUND
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EMP-COST-CENTER.
           MOVE 'N' TO WS-EC-EOF.

       SET-EMP-COST-CENTER.
           IF EC-FOUND = 'Y'
               PERFORM UPDATE-EMP-COST-CENTER
           ELSE
               OPEN EXTEND EMP-COST-CENTER
               IF WS-EC-FILE-STATUS = '35'
                   OPEN OUTPUT EMP-COST-CENTER
                   CLOSE EMP-COST-CENTER
                   OPEN EXTEND EMP-COST-CENTER
               END-IF
               MOVE EMPLOYEE_NO TO W_EC_EMPLOYEE_NO
               MOVE EC-NEW-CODE TO W_EC_CODE
               WRITE EMP-COST-CENTER-FILE
               END-WRITE
               CLOSE EMP-COST-CENTER
           END-IF.
           MOVE SPACES TO AU-BEFORE.
           MOVE SPACES TO AU-AFTER.
           MOVE EC-OLD-CODE TO AU-BEFORE.
           MOVE EC-NEW-CODE TO AU-AFTER.
           MOVE "COST CTR" TO AUDIT-ACTION.
           PERFORM APPEND-AUDIT-RECORD.
           MOVE EC-NEW-CODE TO EC-OLD-CODE.
           MOVE 'Y' TO EC-FOUND.

       UPDATE-EMP-COST-CENTER.
           OPEN INPUT EMP-COST-CENTER.
           OPEN OUTPUT EMP-COST-CENTER-TEMP.
               PERFORM UNTIL WS-EC-EOF = 'Y'
                   READ EMP-COST-CENTER
                      AT END MOVE 'Y' TO WS-EC-EOF
                      NOT AT END
                          IF W_EC_EMPLOYEE_NO = EMPLOYEE_NO
                              MOVE EC-NEW-CODE TO W_EC_CODE
                          END-IF
                          MOVE EMP-COST-CENTER-FILE
                              TO EMP-COST-CENTER-TEMP-FILE
                          WRITE EMP-COST-CENTER-TEMP-FILE
                   END-READ
               END-PERFORM.
           CLOSE EMP-COST-CENTER.
           CLOSE EMP-COST-CENTER-TEMP.
           MOVE 'N' TO WS-EC-EOF.
           PERFORM BACKUP-EMP-COST-CENTER-FILE.
           MOVE "EMPCOST" TO WS-REWRITE-TAG.
           PERFORM BEGIN-FILE-REWRITE.
           PERFORM COPY-TEMP-TO-EMP-COST-CENTER.
           PERFORM END-FILE-REWRITE.

       BACKUP-EMP-COST-CENTER-FILE.
           OPEN INPUT EMP-COST-CENTER.
           IF WS-EC-FILE-STATUS = '35'
               CLOSE EMP-COST-CENTER
           ELSE
               OPEN OUTPUT EMP-COST-CENTER-BAK
               PERFORM UNTIL WS-BK-EOF = 'Y'
                   READ EMP-COST-CENTER
                      AT END MOVE 'Y' TO WS-BK-EOF
                      NOT AT END
                          MOVE EMP-COST-CENTER-FILE
                              TO EMP-COST-CENTER-BAK-FILE
                          WRITE EMP-COST-CENTER-BAK-FILE
                   END-READ
               END-PERFORM
               CLOSE EMP-COST-CENTER
               CLOSE EMP-COST-CENTER-BAK
               MOVE 'N' TO WS-BK-EOF
           END-IF.

       COPY-TEMP-TO-EMP-COST-CENTER.
           OPEN INPUT EMP-COST-CENTER-TEMP.
           OPEN OUTPUT EMP-COST-CENTER.
               PERFORM UNTIL WS-COPY-EOF = 'Y'
                   READ EMP-COST-CENTER-TEMP
                      AT END MOVE 'Y' TO WS-COPY-EOF
                      NOT AT END
                          MOVE EMP-COST-CENTER-TEMP-FILE
                              TO EMP-COST-CENTER-FILE
                          WRITE EMP-COST-CENTER-FILE
                   END-READ
               END-PERFORM.
           CLOSE EMP-COST-CENTER-TEMP.
           CLOSE EMP-COST-CENTER.
           MOVE 'N' TO WS-COPY-EOF.

       LOAD-COST-CENTER-TABLES.
           MOVE ZERO TO CD-COUNT.
           MOVE ZERO TO EC-COUNT.
           MOVE ZERO TO GJ-CASH.
           MOVE ZERO TO GJ-REFUND.
           OPEN INPUT COST-CENTERS.
           IF WS-CC-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-CC-EOF = 'Y'
                   READ COST-CENTERS INTO COST-CENTER-INFO
                      AT END MOVE 'Y' TO WS-CC-EOF
                      NOT AT END PERFORM ADD-COST-CENTER-TO-TABLE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COST-CENTERS.
           MOVE 'N' TO WS-CC-EOF.
           OPEN INPUT EMP-COST-CENTER.
           IF WS-EC-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-EC-EOF = 'Y'
                   READ EMP-COST-CENTER
                      AT END MOVE 'Y' TO WS-EC-EOF
                      NOT AT END
                          IF EC-COUNT < 500
                              ADD 1 TO EC-COUNT
                              MOVE W_EC_EMPLOYEE_NO TO EC-EMP(EC-COUNT)
                              MOVE W_EC_CODE TO EC-CODE(EC-COUNT)
                          ELSE
                              MOVE SPACES TO WS-RUN-MSG
                              STRING "MORE THAN 500 COST CENTER "
                                  "ASSIGNMENTS, SOME UNASSIGNED"
                                  DELIMITED BY SIZE INTO WS-RUN-MSG
                              PERFORM PUT-RUN-MESSAGE
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EMP-COST-CENTER.
           MOVE 'N' TO WS-EC-EOF.

       ADD-COST-CENTER-TO-TABLE.
           IF CD-COUNT < 100
               ADD 1 TO CD-COUNT
               MOVE CD-COUNT TO CD-PICK
               MOVE CC_CODE TO CD-CODE(CD-PICK)
               MOVE CC_NAME TO CD-NAME(CD-PICK)
               MOVE CC_GL_ACCT TO CD-ACCT(CD-PICK)
               PERFORM CLEAR-COST-CENTER-TOTALS
           ELSE
               MOVE SPACES TO WS-RUN-MSG
               STRING "MORE THAN 100 COST CENTERS, "
                   "EXTRA ONES REPORTED AS UNASSIGNED"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
           END-IF.

       CLEAR-COST-CENTER-TOTALS.
           MOVE ZERO TO CD-EMPS(CD-PICK).
           MOVE ZERO TO CD-REG-HRS(CD-PICK).
           MOVE ZERO TO CD-OT-HRS(CD-PICK).
           MOVE ZERO TO CD-NIGHT-HRS(CD-PICK).
           MOVE ZERO TO CD-LEAVE-HRS(CD-PICK).
           MOVE ZERO TO CD-HOL-HRS(CD-PICK).
           MOVE ZERO TO CD-REG-PAY(CD-PICK).
           MOVE ZERO TO CD-OT-PAY(CD-PICK).
           MOVE ZERO TO CD-NIGHT-PAY(CD-PICK).
           MOVE ZERO TO CD-LEAVE-PAY(CD-PICK).
           MOVE ZERO TO CD-HOL-PAY(CD-PICK).
           MOVE ZERO TO CD-GROSS(CD-PICK).
           MOVE ZERO TO CD-DED(CD-PICK).
           MOVE ZERO TO CD-NET(CD-PICK).
           MOVE ZERO TO CD-RETRO(CD-PICK).

       ADD-PAY-TO-COST-CENTER.
           MOVE "UNASSIGNED" TO ASK-CC-CODE.
           PERFORM VARYING EC-IX FROM 1 BY 1 UNTIL EC-IX > EC-COUNT
               IF EC-EMP(EC-IX) = EMPLOYEE_NO
                       AND EC-CODE(EC-IX) NOT = SPACES
                   MOVE EC-CODE(EC-IX) TO ASK-CC-CODE
               END-IF
           END-PERFORM.
           MOVE ZERO TO CD-PICK.
           PERFORM VARYING CD-IX FROM 1 BY 1
                   UNTIL CD-IX > CD-COUNT OR CD-PICK > 0
               IF CD-CODE(CD-IX) = ASK-CC-CODE
                   MOVE CD-IX TO CD-PICK
               END-IF
           END-PERFORM.
           IF CD-PICK = 0
               MOVE "UNASSIGNED" TO ASK-CC-CODE
               PERFORM VARYING CD-IX FROM 1 BY 1
                       UNTIL CD-IX > CD-COUNT OR CD-PICK > 0
                   IF CD-CODE(CD-IX) = ASK-CC-CODE
                       MOVE CD-IX TO CD-PICK
                   END-IF
               END-PERFORM
           END-IF.
           IF CD-PICK = 0
               IF CD-COUNT < 100
                   ADD 1 TO CD-COUNT
                   MOVE CD-COUNT TO CD-PICK
                   MOVE "UNASSIGNED" TO CD-CODE(CD-PICK)
                   MOVE "NO COST CENTER ON FILE" TO CD-NAME(CD-PICK)
                   MOVE "SALARY-EXP" TO CD-ACCT(CD-PICK)
                   PERFORM CLEAR-COST-CENTER-TOTALS
               ELSE
                   MOVE CD-COUNT TO CD-PICK
               END-IF
           END-IF.
           ADD 1 TO CD-EMPS(CD-PICK).
           ADD PR-REG-HOURS TO CD-REG-HRS(CD-PICK).
           ADD PR-OT-HOURS TO CD-OT-HRS(CD-PICK).
           ADD PR-NIGHT-HOURS TO CD-NIGHT-HRS(CD-PICK).
           ADD PR-LEAVE-HOURS TO CD-LEAVE-HRS(CD-PICK).
           ADD PR-HOL-HOURS TO CD-HOL-HRS(CD-PICK).
           ADD PR-REG-PAY TO CD-REG-PAY(CD-PICK).
           ADD PR-OT-PAY TO CD-OT-PAY(CD-PICK).
           ADD PR-NIGHT-PAY TO CD-NIGHT-PAY(CD-PICK).
           ADD PR-LEAVE-PAY TO CD-LEAVE-PAY(CD-PICK).
           ADD PR-HOL-PAY TO CD-HOL-PAY(CD-PICK).
           ADD PR-GROSS-PAY TO CD-GROSS(CD-PICK).
           ADD PR-TOTAL-DEDUCTIONS TO CD-DED(CD-PICK).
           ADD PR-NET-PAY TO CD-NET(CD-PICK).
           ADD PR-RETRO-APPLIED TO CD-RETRO(CD-PICK).
           ADD PR-RETRO-TAX TO CD-RETRO(CD-PICK).
           ADD PR-NET-PAY TO GJ-CASH.
           IF PR-RETRO-APPLIED > ZERO
               ADD PR-RETRO-APPLIED TO GJ-CASH
           END-IF.
           ADD TX-REFUND TO GJ-REFUND.

       WRITE-LABOR-DISTRIBUTION.
           OPEN OUTPUT LABOR-DIST.
           MOVE SPACES TO LABOR-DIST-LINE.
           STRING "COST_CENTER,NAME,PERIOD_START,PERIOD_END,"
               "EMPLOYEES,REG_HOURS,OT_HOURS,NIGHT_HOURS,LEAVE_HOURS,"
               "HOLIDAY_HOURS,REG_PAY,OT_PAY,NIGHT_PAY,LEAVE_PAY,"
               "HOLIDAY_PAY,GROSS_PAY,DEDUCTIONS,NET_PAY,RETRO_ADJ"
               DELIMITED BY SIZE INTO LABOR-DIST-LINE.
           WRITE LABOR-DIST-LINE.
           PERFORM VARYING CD-IX FROM 1 BY 1 UNTIL CD-IX > CD-COUNT
               IF CD-EMPS(CD-IX) > ZERO
                   PERFORM WRITE-LABOR-DIST-ROW
               END-IF
           END-PERFORM.
           MOVE SPACES TO LABOR-DIST-LINE.
           STRING "TOTAL,,,,,,,,,,,,,,,"
               FUNCTION TRIM(PR-GRAND-TOTAL-DISP) ","
               FUNCTION TRIM(PR-GRAND-DEDUCTIONS-DISP) ","
               FUNCTION TRIM(PR-GRAND-NET-DISP) ","
               FUNCTION TRIM(PR-GRAND-RETRO-DISP)
               DELIMITED BY SIZE INTO LABOR-DIST-LINE.
           WRITE LABOR-DIST-LINE.
           CLOSE LABOR-DIST.
           MOVE SPACES TO WS-RUN-MSG.
           STRING "LABOR DISTRIBUTION WRITTEN TO "
               "LABOR-DISTRIBUTION.DAT"
               DELIMITED BY SIZE INTO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.

       WRITE-LABOR-DIST-ROW.
           MOVE CD-EMPS(CD-IX) TO LD-EMPS-DISP.
           MOVE CD-REG-HRS(CD-IX) TO LD-REG-HRS-DISP.
           MOVE CD-OT-HRS(CD-IX) TO LD-OT-HRS-DISP.
           MOVE CD-NIGHT-HRS(CD-IX) TO LD-NIGHT-HRS-DISP.
           MOVE CD-LEAVE-HRS(CD-IX) TO LD-LEAVE-HRS-DISP.
           MOVE CD-HOL-HRS(CD-IX) TO LD-HOL-HRS-DISP.
           MOVE CD-REG-PAY(CD-IX) TO LD-REG-PAY-DISP.
           MOVE CD-OT-PAY(CD-IX) TO LD-OT-PAY-DISP.
           MOVE CD-NIGHT-PAY(CD-IX) TO LD-NIGHT-PAY-DISP.
           MOVE CD-LEAVE-PAY(CD-IX) TO LD-LEAVE-PAY-DISP.
           MOVE CD-HOL-PAY(CD-IX) TO LD-HOL-PAY-DISP.
           MOVE CD-GROSS(CD-IX) TO LD-GROSS-DISP.
           MOVE CD-DED(CD-IX) TO LD-DED-DISP.
           MOVE CD-NET(CD-IX) TO LD-NET-DISP.
           MOVE CD-RETRO(CD-IX) TO LD-RETRO-DISP.
           MOVE SPACES TO LABOR-DIST-LINE.
           STRING FUNCTION TRIM(CD-CODE(CD-IX)) ","
               FUNCTION TRIM(CD-NAME(CD-IX)) ","
               PR-PERIOD-START ","
               PR-PERIOD-END ","
               FUNCTION TRIM(LD-EMPS-DISP) ","
               FUNCTION TRIM(LD-REG-HRS-DISP) ","
               FUNCTION TRIM(LD-OT-HRS-DISP) ","
               FUNCTION TRIM(LD-NIGHT-HRS-DISP) ","
               FUNCTION TRIM(LD-LEAVE-HRS-DISP) ","
               FUNCTION TRIM(LD-HOL-HRS-DISP) ","
               FUNCTION TRIM(LD-REG-PAY-DISP) ","
               FUNCTION TRIM(LD-OT-PAY-DISP) ","
               FUNCTION TRIM(LD-NIGHT-PAY-DISP) ","
               FUNCTION TRIM(LD-LEAVE-PAY-DISP) ","
               FUNCTION TRIM(LD-HOL-PAY-DISP) ","
               FUNCTION TRIM(LD-GROSS-DISP) ","
               FUNCTION TRIM(LD-DED-DISP) ","
               FUNCTION TRIM(LD-NET-DISP) ","
               FUNCTION TRIM(LD-RETRO-DISP)
               DELIMITED BY SIZE INTO LABOR-DIST-LINE.
           WRITE LABOR-DIST-LINE.

       WRITE-GL-JOURNAL.
           MOVE ZERO TO GJ-COUNT.
           MOVE ZERO TO GJ-DEBITS.
           MOVE ZERO TO GJ-CREDITS.
           MOVE ZERO TO GJ-REMIT.
           PERFORM OPEN-GL-FILE.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO GL-LINE.
           MOVE "HDR" TO W_GJH_TYPE.
           MOVE AUDIT-DATE TO W_GJH_DATE.
           MOVE PR-PERIOD-START TO W_GJH_START.
           MOVE PR-PERIOD-END TO W_GJH_END.
           PERFORM PUT-GL-LINE.
           PERFORM VARYING CD-IX FROM 1 BY 1 UNTIL CD-IX > CD-COUNT
               IF CD-EMPS(CD-IX) > ZERO
                   MOVE CD-ACCT(CD-IX) TO GJ-ACCOUNT
                   MOVE CD-CODE(CD-IX) TO GJ-SUB-CODE
                   IF WS-PAY-MODE = 'M'
                       MOVE "13TH MONTH PAY" TO GJ-DESC
                   ELSE
                       MOVE "SALARIES AND WAGES" TO GJ-DESC
                   END-IF
                   COMPUTE GJ-AMOUNT = CD-GROSS(CD-IX) + CD-RETRO(CD-IX)
                   PERFORM WRITE-GL-DETAIL
               END-IF
           END-PERFORM.
           IF GJ-REFUND > ZERO
               MOVE "DED-PAY" TO GJ-ACCOUNT
               MOVE "TAX" TO GJ-SUB-CODE
               MOVE "WITHHOLDING TAX REFUNDED" TO GJ-DESC
               MOVE GJ-REFUND TO GJ-AMOUNT
               PERFORM WRITE-GL-DETAIL
           END-IF.
           PERFORM VARYING RM-IX FROM 1 BY 1 UNTIL RM-IX > RM-COUNT
               ADD RM-TOTAL(RM-IX) TO GJ-REMIT
           END-PERFORM.
           IF GJ-REMIT - PR-GRAND-RETRO-TAX > PR-GRAND-DEDUCTIONS
               MOVE "DED-RECV" TO GJ-ACCOUNT
               MOVE SPACES TO GJ-SUB-CODE
               MOVE "DEDUCTIONS NOT COVERED BY PAY" TO GJ-DESC
               COMPUTE GJ-AMOUNT = GJ-REMIT - PR-GRAND-RETRO-TAX
                   - PR-GRAND-DEDUCTIONS
               PERFORM WRITE-GL-DETAIL
           END-IF.
           PERFORM VARYING RM-IX FROM 1 BY 1 UNTIL RM-IX > RM-COUNT
               MOVE "DED-PAY" TO GJ-ACCOUNT
               MOVE RM-CODE(RM-IX) TO GJ-SUB-CODE
               MOVE RM-DESC(RM-IX) TO GJ-DESC
               COMPUTE GJ-AMOUNT = ZERO - RM-TOTAL(RM-IX)
               PERFORM WRITE-GL-DETAIL
           END-PERFORM.
           MOVE "NET-PAY" TO GJ-ACCOUNT.
           MOVE SPACES TO GJ-SUB-CODE.
           MOVE "NET PAY PAYABLE" TO GJ-DESC.
           COMPUTE GJ-AMOUNT = ZERO - GJ-CASH.
           PERFORM WRITE-GL-DETAIL.
           MOVE SPACES TO GL-LINE.
           MOVE "TRL" TO W_GJT_TYPE.
           MOVE GJ-COUNT TO W_GJT_COUNT.
           MOVE GJ-DEBITS TO W_GJT_DEBITS.
           MOVE GJ-CREDITS TO W_GJT_CREDITS.
           PERFORM PUT-GL-LINE.
           EVALUATE WS-PAY-MODE
               WHEN 'F'
                   CLOSE FINAL-GL
               WHEN 'M'
                   CLOSE BONUS-GL
               WHEN OTHER
                   CLOSE GL-JOURNAL
           END-EVALUATE.
           IF GJ-DEBITS = GJ-CREDITS
               MOVE GJ-DEBITS TO GJ-AMT-DISP
               MOVE SPACES TO WS-RUN-MSG
               STRING "GL JOURNAL WRITTEN TO "
                   FUNCTION TRIM(GJ-FILE-NAME) ", "
                   "BALANCED AT " FUNCTION TRIM(GJ-AMT-DISP)
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
           ELSE
               MOVE SPACES TO WS-RUN-MSG
               STRING "GL JOURNAL WRITTEN TO "
                   FUNCTION TRIM(GJ-FILE-NAME) " "
                   "BUT DEBITS AND CREDITS DO NOT AGREE"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
               IF WS-RUN-MODE = 'B'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-GL-DETAIL.
           IF GJ-AMOUNT NOT = ZERO
               MOVE SPACES TO GL-LINE
               MOVE "DTL" TO W_GJD_TYPE
               MOVE GJ-ACCOUNT TO W_GJD_ACCOUNT
               MOVE GJ-SUB-CODE TO W_GJD_SUB_CODE
               MOVE GJ-DESC TO W_GJD_DESC
               IF GJ-AMOUNT > ZERO
                   MOVE 'D' TO W_GJD_DC
                   MOVE GJ-AMOUNT TO W_GJD_AMOUNT
                   ADD GJ-AMOUNT TO GJ-DEBITS
               ELSE
                   MOVE 'C' TO W_GJD_DC
                   COMPUTE W_GJD_AMOUNT = ZERO - GJ-AMOUNT
                   SUBTRACT GJ-AMOUNT FROM GJ-CREDITS
               END-IF
               PERFORM PUT-GL-LINE
               ADD 1 TO GJ-COUNT
           END-IF.

       OPEN-GL-FILE.
           EVALUATE WS-PAY-MODE
               WHEN 'F'
                   MOVE "FINAL-PAY-GL.DAT" TO GJ-FILE-NAME
                   OPEN EXTEND FINAL-GL
                   IF WS-FG-FILE-STATUS = '35'
                       OPEN OUTPUT FINAL-GL
                       CLOSE FINAL-GL
                       OPEN EXTEND FINAL-GL
                   END-IF
               WHEN 'M'
                   MOVE "BONUS-GL.DAT" TO GJ-FILE-NAME
                   OPEN OUTPUT BONUS-GL
               WHEN OTHER
                   MOVE "GL-JOURNAL.DAT" TO GJ-FILE-NAME
                   OPEN OUTPUT GL-JOURNAL
           END-EVALUATE.

       PUT-GL-LINE.
           EVALUATE WS-PAY-MODE
               WHEN 'F'
                   MOVE GL-LINE TO FINAL-GL-LINE
                   WRITE FINAL-GL-LINE
               WHEN 'M'
                   MOVE GL-LINE TO BONUS-GL-LINE
                   WRITE BONUS-GL-LINE
               WHEN OTHER
                   WRITE GL-LINE
           END-EVALUATE.

       RUN-HR-IMPORT.
           MOVE ZERO TO HI-ROW.
           MOVE ZERO TO HI-ADDED.
           MOVE ZERO TO HI-UPDATED.
           MOVE ZERO TO HI-REJECTED.
           MOVE ZERO TO HI-SEEN-COUNT.
           OPEN INPUT HR-IMPORT.
           IF WS-HI-FILE-STATUS = '35'
               CLOSE HR-IMPORT
               MOVE "HR-IMPORT.CSV NOT FOUND, NOTHING IMPORTED"
                   TO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-RATE-HISTORY-TABLE
               OPEN OUTPUT HR-REJECTS
               ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO HR-REJECT-LINE
               STRING "HR IMPORT REJECTS, RUN " AUDIT-DATE
                   DELIMITED BY SIZE INTO HR-REJECT-LINE
               WRITE HR-REJECT-LINE
               PERFORM UNTIL WS-HI-EOF = 'Y'
                   READ HR-IMPORT
                      AT END MOVE 'Y' TO WS-HI-EOF
                      NOT AT END PERFORM IMPORT-ONE-HR-ROW
                   END-READ
               END-PERFORM
               CLOSE HR-IMPORT
               CLOSE HR-REJECTS
               MOVE 'N' TO WS-HI-EOF
               MOVE HI-ADDED TO HI-COUNT-DISP
               MOVE SPACES TO WS-RUN-MSG
               STRING "HR IMPORT EMPLOYEES ADDED: " HI-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
               MOVE HI-UPDATED TO HI-COUNT-DISP
               MOVE SPACES TO WS-RUN-MSG
               STRING "HR IMPORT EMPLOYEES UPDATED: " HI-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
               MOVE HI-REJECTED TO HI-COUNT-DISP
               MOVE SPACES TO WS-RUN-MSG
               STRING "HR IMPORT ROWS REJECTED TO "
                   "HR-IMPORT-REJECTS.TXT: " HI-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
               IF HI-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       IMPORT-ONE-HR-ROW.
           ADD 1 TO HI-ROW.
           IF HR-IMPORT-LINE NOT = SPACES
               IF HI-ROW = 1
                       AND FUNCTION UPPER-CASE(HR-IMPORT-LINE(1:8))
                           = "EMPLOYEE"
                   CONTINUE
               ELSE
                   PERFORM SPLIT-HR-ROW
                   PERFORM VALIDATE-HR-ROW
                   IF HI-OK = 'Y'
                       PERFORM APPLY-HR-ROW
                   END-IF
                   IF HI-OK NOT = 'Y'
                       PERFORM WRITE-HR-REJECT
                   END-IF
               END-IF
           END-IF.

       SPLIT-HR-ROW.
           MOVE SPACES TO HI-NO.
           MOVE SPACES TO HI-NAME.
           MOVE SPACES TO HI-SCHED.
           MOVE SPACES TO HI-TIME.
           MOVE SPACES TO HI-RATE.
           MOVE SPACES TO HI-ROLE.
           MOVE SPACES TO HI-CC.
           MOVE SPACES TO HI-EXTRA.
           UNSTRING HR-IMPORT-LINE DELIMITED BY ","
               INTO HI-NO HI-NAME HI-SCHED HI-TIME HI-RATE
                   HI-ROLE HI-CC HI-EXTRA.
           MOVE FUNCTION TRIM(HI-NO) TO HI-NO.
           MOVE FUNCTION TRIM(HI-NAME) TO HI-NAME.
           MOVE FUNCTION TRIM(HI-SCHED) TO HI-SCHED.
           MOVE FUNCTION TRIM(HI-TIME) TO HI-TIME.
           MOVE FUNCTION TRIM(HI-RATE) TO HI-RATE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HI-ROLE)) TO HI-ROLE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HI-CC)) TO HI-CC.

       VALIDATE-HR-ROW.
           MOVE 'Y' TO HI-OK.
           MOVE SPACES TO HI-REASON.
           MOVE ZERO TO HI-EMP-NO.
           IF HI-EXTRA NOT = SPACES
               MOVE 'N' TO HI-OK
               MOVE "TOO MANY FIELDS, CHECK FOR COMMAS IN A FIELD"
                   TO HI-REASON
           END-IF.
           IF HI-OK = 'Y'
               PERFORM CHECK-HR-EMPLOYEE-NO
           END-IF.
           IF HI-OK = 'Y'
               EVALUATE TRUE
                   WHEN HI-NAME = SPACES
                       MOVE "FULL NAME IS BLANK" TO HI-REASON
                   WHEN HI-SCHED = SPACES
                       MOVE "SCHEDULE IS BLANK" TO HI-REASON
                   WHEN HI-TIME = SPACES
                       MOVE "TIME SCHEDULE IS BLANK" TO HI-REASON
                   WHEN HI-RATE = SPACES
                       MOVE "SALARY PER HOUR IS BLANK" TO HI-REASON
                   WHEN FUNCTION LENGTH(FUNCTION TRIM(HI-NAME)) > 50
                       MOVE "FULL NAME IS LONGER THAN 50 CHARACTERS"
                           TO HI-REASON
                   WHEN FUNCTION LENGTH(FUNCTION TRIM(HI-SCHED)) > 50
                       MOVE "SCHEDULE IS LONGER THAN 50 CHARACTERS"
                           TO HI-REASON
                   WHEN FUNCTION LENGTH(FUNCTION TRIM(HI-TIME)) > 50
                       MOVE "TIME SCHEDULE IS LONGER THAN 50 CHARACTERS"
                           TO HI-REASON
                   WHEN HI-ROLE = SPACES
                       MOVE "ROLE IS BLANK" TO HI-REASON
                   WHEN HI-ROLE NOT = "S" AND HI-ROLE NOT = "E"
                       MOVE "ROLE MUST BE S OR E" TO HI-REASON
               END-EVALUATE
               IF HI-REASON NOT = SPACES
                   MOVE 'N' TO HI-OK
               END-IF
           END-IF.
           IF HI-OK = 'Y'
               PERFORM CHECK-HR-RATE
           END-IF.
           IF HI-OK = 'Y'
               PERFORM CHECK-HR-SCHEDULE
           END-IF.
           IF HI-OK = 'Y'
               PERFORM CHECK-HR-TIME-SCHED
           END-IF.
           IF HI-OK = 'Y' AND HI-CC NOT = SPACES
               MOVE HI-CC TO ASK-CC-CODE
               PERFORM CHECK-COST-CENTER-ON-FILE
               IF FUNCTION LENGTH(FUNCTION TRIM(HI-CC)) > 10
                       OR CC-FOUND NOT = 'Y'
                   MOVE 'N' TO HI-OK
                   MOVE "COST CENTER NOT ON FILE OR INACTIVE"
                       TO HI-REASON
               END-IF
           END-IF.

       CHECK-HR-EMPLOYEE-NO.
           IF HI-NO = SPACES
               MOVE 'N' TO HI-OK
               MOVE "EMPLOYEE NO IS BLANK" TO HI-REASON
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(HI-NO)) TO HI-LEN
               IF HI-LEN > 10
                   MOVE 'N' TO HI-OK
                   MOVE "EMPLOYEE NO IS LONGER THAN 10 DIGITS"
                       TO HI-REASON
               ELSE
                   IF HI-NO(1:HI-LEN) IS NOT NUMERIC
                       MOVE 'N' TO HI-OK
                       MOVE "EMPLOYEE NO IS NOT NUMERIC" TO HI-REASON
                   ELSE
                       MOVE FUNCTION NUMVAL(HI-NO) TO HI-EMP-NO
                   END-IF
               END-IF
           END-IF.
           IF HI-OK = 'Y' AND HI-EMP-NO = ZERO
               MOVE 'N' TO HI-OK
               MOVE "EMPLOYEE NO CANNOT BE ZERO" TO HI-REASON
           END-IF.
           IF HI-OK = 'Y'
               PERFORM VARYING HI-SEEN-IX FROM 1 BY 1
                       UNTIL HI-SEEN-IX > HI-SEEN-COUNT
                   IF HI-SEEN-EMP(HI-SEEN-IX) = HI-EMP-NO
                       MOVE 'N' TO HI-OK
                       MOVE "DUPLICATE EMPLOYEE NO IN THIS FILE"
                           TO HI-REASON
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-HR-RATE.
           MOVE HI-RATE TO HI-CHECK.
           MOVE ZERO TO HI-DOTS.
           INSPECT HI-CHECK TALLYING HI-DOTS FOR ALL ".".
           INSPECT HI-CHECK REPLACING ALL "." BY "0".
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HI-RATE)) TO HI-LEN.
           IF HI-DOTS > 1 OR HI-CHECK(1:HI-LEN) IS NOT NUMERIC
               MOVE 'N' TO HI-OK
               MOVE "SALARY PER HOUR IS NOT A VALID AMOUNT"
                   TO HI-REASON
           ELSE
               IF FUNCTION NUMVAL(HI-RATE) > 99999999.99
                       OR FUNCTION NUMVAL(HI-RATE) = ZERO
                   MOVE 'N' TO HI-OK
                   MOVE "SALARY PER HOUR IS ZERO OR TOO LARGE"
                       TO HI-REASON
               ELSE
                   MOVE FUNCTION NUMVAL(HI-RATE) TO HI-RATE-NUM
               END-IF
           END-IF.

       CHECK-HR-SCHEDULE.
           MOVE HI-SCHED TO SCHEDULE.
           MOVE HI-TIME TO TIME-SCHED.
           PERFORM PARSE-EMPLOYEE-SCHEDULE.
           PERFORM VARYING HI-DAY-IX FROM 1 BY 1 UNTIL HI-DAY-IX > 7
               MOVE 'N' TO AT-DAY-FLAG(HI-DAY-IX)
           END-PERFORM.
           PERFORM VARYING AT-TOK-IX FROM 1 BY 1
                   UNTIL AT-TOK-IX > 8 OR HI-OK NOT = 'Y'
               IF AT-SCHED-TOKEN(AT-TOK-IX) NOT = SPACES
                   PERFORM CHECK-HR-SCHED-TOKEN
               END-IF
           END-PERFORM.
           IF HI-OK = 'Y'
               PERFORM COUNT-HR-SCHED-DAYS
               IF HI-DAYS-AFTER = ZERO
                   MOVE 'N' TO HI-OK
                   MOVE "SCHEDULE HAS NO WORKING DAYS" TO HI-REASON
               END-IF
           END-IF.

       CHECK-HR-SCHED-TOKEN.
           PERFORM COUNT-HR-SCHED-DAYS.
           MOVE HI-DAYS-AFTER TO HI-DAYS-BEFORE.
           PERFORM SET-SCHED-DAY-FLAG.
           PERFORM COUNT-HR-SCHED-DAYS.
           IF HI-DAYS-AFTER = HI-DAYS-BEFORE
               MOVE 'N' TO HI-OK
               MOVE SPACES TO HI-REASON
               STRING "SCHEDULE DAY NOT RECOGNISED OR REPEATED: "
                   FUNCTION TRIM(AT-SCHED-TOKEN(AT-TOK-IX))
                   DELIMITED BY SIZE INTO HI-REASON
           END-IF.

       COUNT-HR-SCHED-DAYS.
           MOVE ZERO TO HI-DAYS-AFTER.
           PERFORM VARYING HI-DAY-IX FROM 1 BY 1 UNTIL HI-DAY-IX > 7
               IF AT-DAY-FLAG(HI-DAY-IX) = 'Y'
                   ADD 1 TO HI-DAYS-AFTER
               END-IF
           END-PERFORM.

       CHECK-HR-TIME-SCHED.
           MOVE SPACES TO AT-SCHED-HALF-A.
           MOVE SPACES TO AT-SCHED-HALF-B.
           UNSTRING HI-TIME DELIMITED BY "-"
               INTO AT-SCHED-HALF-A AT-SCHED-HALF-B.
           MOVE FUNCTION TRIM(AT-SCHED-HALF-A) TO TP-CLOCK-STRING.
           PERFORM VALIDATE-CLOCK-TIME.
           IF WS-TIME-VALID = 'Y'
               MOVE FUNCTION TRIM(AT-SCHED-HALF-B) TO TP-CLOCK-STRING
               PERFORM VALIDATE-CLOCK-TIME
           END-IF.
           IF WS-TIME-VALID NOT = 'Y'
               MOVE 'N' TO HI-OK
               MOVE "TIME SCHEDULE MUST LOOK LIKE 8:30 AM - 5:30 PM"
                   TO HI-REASON
           END-IF.

       APPLY-HR-ROW.
           MOVE HI-EMP-NO TO EMPLOYEE_NO.
           PERFORM CHECK-FOR-DUPLICATE-EMPLOYEE-NO.
           EVALUATE TRUE
               WHEN WS-DUP-FOUND = 'Y'
                   PERFORM UPDATE-HR-EMPLOYEE
               WHEN HI-ROLE = "S"
                   MOVE 'N' TO HI-OK
                   MOVE "SUPERVISOR ACCOUNTS MUST BE ADDED FROM MENU 1"
                       TO HI-REASON
               WHEN OTHER
                   PERFORM ADD-HR-EMPLOYEE
           END-EVALUATE.
           IF HI-OK = 'Y' AND HI-SEEN-COUNT < 1000
               ADD 1 TO HI-SEEN-COUNT
               MOVE HI-EMP-NO TO HI-SEEN-EMP(HI-SEEN-COUNT)
           END-IF.

       ADD-HR-EMPLOYEE.
           MOVE SPACES TO EMPLOYEE-INFO.
           MOVE HI-EMP-NO TO EMPLOYEE_NO.
           MOVE HI-NAME TO FULL_NAME.
           MOVE HI-NO TO USER-PASSWORD.
           MOVE HI-SCHED TO SCHEDULE.
           MOVE HI-TIME TO TIME-SCHED.
           MOVE HI-RATE-NUM TO SALARY-PER-HOUR.
           MOVE 'A' TO EMP-STATUS.
           MOVE 'V' TO SALARY-FMT.
           MOVE HI-ROLE TO EMP-ROLE.
           MOVE HI-CC TO EC-NEW-CODE.
           PERFORM WRITE-USER-ENTERED.
           IF WS-WRITE-OK = 'Y'
               ADD 1 TO HI-ADDED
           ELSE
               MOVE 'N' TO HI-OK
               MOVE "EMPLOYEE NO ALREADY EXISTS" TO HI-REASON
           END-IF.

       UPDATE-HR-EMPLOYEE.
           PERFORM COUNT-ACTIVE-SUPERVISORS.
           OPEN I-O USER-INFO.
           MOVE HI-EMP-NO TO W_EMPLOYEE_NO.
           READ USER-INFO INTO EMPLOYEE-INFO
               INVALID KEY
                   MOVE 'N' TO HI-OK
                   MOVE "EMPLOYEE NO NOT ON MASTER" TO HI-REASON
               NOT INVALID KEY
                   PERFORM APPLY-HR-CHANGES
           END-READ.
           CLOSE USER-INFO.
           IF HI-OK = 'Y'
               IF HI-CC NOT = SPACES
                   PERFORM LOAD-EMP-COST-CENTER
                   IF EC-OLD-CODE NOT = HI-CC
                       MOVE HI-CC TO EC-NEW-CODE
                       PERFORM SET-EMP-COST-CENTER
                   END-IF
               END-IF
               ADD 1 TO HI-UPDATED
           END-IF.

       APPLY-HR-CHANGES.
           ACCEPT RT-LOOKUP-DATE FROM DATE YYYYMMDD.
           PERFORM FIND-RATE-FOR-DATE.
           EVALUATE TRUE
               WHEN EMP-STATUS = 'I'
                   MOVE 'N' TO HI-OK
                   MOVE "EMPLOYEE IS INACTIVE, NOT UPDATED"
                       TO HI-REASON
               WHEN HI-RATE-NUM NOT = RT-DAY-RATE
                   MOVE 'N' TO HI-OK
                   STRING "RATE CHANGE NEEDS SUPERVISOR APPROVAL, "
                       "USE MENU" DELIMITED BY SIZE INTO HI-REASON
               WHEN HI-ROLE = "S"
                       AND (EMP-ROLE = 'E' OR EMP-ROLE = 'e')
                   MOVE 'N' TO HI-OK
                   MOVE "ROLE S CAN ONLY BE GRANTED FROM THE MENU"
                       TO HI-REASON
               WHEN OTHER
                   PERFORM APPLY-HR-MASTER-CHANGES
           END-EVALUATE.

       APPLY-HR-MASTER-CHANGES.
           MOVE 'N' TO WS-WAS-ACTIVE-SUP.
           IF EMP-ROLE NOT = 'E' AND EMP-ROLE NOT = 'e'
               MOVE 'Y' TO WS-WAS-ACTIVE-SUP
           END-IF.
           PERFORM BUILD-MASKED-IMAGE.
           MOVE SEARCH-EMPLOYEE-INFO TO AU-BEFORE.
           MOVE HI-NAME TO FULL_NAME.
           MOVE HI-SCHED TO SCHEDULE.
           MOVE HI-TIME TO TIME-SCHED.
           MOVE HI-ROLE TO EMP-ROLE.
           IF WS-WAS-ACTIVE-SUP = 'Y'
                   AND WS-SUP-COUNT < 2
                   AND EMP-ROLE = 'E'
               MOVE 'S' TO EMP-ROLE
               MOVE SPACES TO WS-RUN-MSG
               STRING "ROW " HI-ROW " EMPLOYEE " EMPLOYEE_NO
                   " IS THE LAST ACTIVE SUPERVISOR, ROLE KEPT AS S"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
           END-IF.
           MOVE 'V' TO SALARY-FMT.
           PERFORM BUILD-MASKED-IMAGE.
           MOVE SEARCH-EMPLOYEE-INFO TO AU-AFTER.
           MOVE "UPDATE" TO AUDIT-ACTION.
           PERFORM APPEND-AUDIT-RECORD.
           MOVE EMPLOYEE-INFO TO USER-INFO-FILE.
           REWRITE USER-INFO-FILE.

       WRITE-HR-REJECT.
           ADD 1 TO HI-REJECTED.
           MOVE HI-ROW TO HI-ROW-DISP.
           MOVE SPACES TO HR-REJECT-LINE.
           STRING "ROW " FUNCTION TRIM(HI-ROW-DISP)
               " EMPLOYEE NO " FUNCTION TRIM(HI-NO)
               ": " FUNCTION TRIM(HI-REASON)
               " | " FUNCTION TRIM(HR-IMPORT-LINE)
               DELIMITED BY SIZE INTO HR-REJECT-LINE.
           WRITE HR-REJECT-LINE.

       SEPARATE-EMPLOYEE.
           DISPLAY "ENTER EMPLOYEE NO TO SEPARATE, C FOR MENU".
           ACCEPT ASK_EMPLOYEE_NO.

           EVALUATE TRUE
               WHEN ASK_EMPLOYEE_NO = "C" OR ASK_EMPLOYEE_NO = "c"
                   PERFORM ASK-WHAT-TO-DO
               WHEN ASK_EMPLOYEE_NO NOT = SPACE
                   PERFORM CHECK-SEPARATION-EMPLOYEE
               WHEN OTHER
                   PERFORM SEPARATE-EMPLOYEE
           END-EVALUATE.

       CHECK-SEPARATION-EMPLOYEE.
           PERFORM COUNT-ACTIVE-SUPERVISORS.
           MOVE FUNCTION NUMVAL(ASK_EMPLOYEE_NO) TO LOOKUP-EMPLOYEE-NO.
           PERFORM LOOKUP-ACTIVE-EMPLOYEE.
           EVALUATE TRUE
               WHEN WS-EMP-LOOKUP NOT = 'A'
                   DISPLAY "EMPLOYEE NOT FOUND OR ALREADY INACTIVE"
                   PERFORM SEPARATE-EMPLOYEE
               WHEN EMP-ROLE NOT = 'E' AND EMP-ROLE NOT = 'e'
                       AND WS-SUP-COUNT < 2
                   DISPLAY "CANNOT SEPARATE THE LAST ACTIVE SUPERVISOR"
                   PERFORM SEPARATE-EMPLOYEE
               WHEN OTHER
                   DISPLAY "EMPLOYEE: " FUNCTION TRIM(FULL_NAME)
                   PERFORM ASK-SEPARATION-DATE
                   PERFORM ASK-SEPARATION-REASON
                   PERFORM ASK-SEPARATION-CONFIRM
           END-EVALUATE.

       ASK-SEPARATION-DATE.
           DISPLAY "ENTER SEPARATION DATE (YYYYMMDD)".
           ACCEPT ASK-PERIOD-DATE.
           IF ASK-PERIOD-DATE IS NOT NUMERIC
               DISPLAY "PLEASE ENTER 8 DIGITS, EX 20260801"
               PERFORM ASK-SEPARATION-DATE
           ELSE
               MOVE ASK-PERIOD-DATE TO SP_SEP_DATE
               PERFORM FIND-SEPARATION-PERIOD
           END-IF.

       FIND-SEPARATION-PERIOD.
           PERFORM LOAD-PAY-CALENDAR.
           MOVE ZERO TO FP-CA-PICK.
           MOVE ZERO TO FP-PRIOR-PICK.
           PERFORM VARYING CA-IX FROM 1 BY 1 UNTIL CA-IX > CA-COUNT
               IF CA-START(CA-IX) <= SP_SEP_DATE
                       AND CA-END(CA-IX) >= SP_SEP_DATE
                   MOVE CA-IX TO FP-CA-PICK
               END-IF
           END-PERFORM.
           IF FP-CA-PICK = 0
               DISPLAY "NO PAY CALENDAR PERIOD COVERS " SP_SEP_DATE
               PERFORM ASK-SEPARATION-DATE
           ELSE
               MOVE CA-START(FP-CA-PICK) TO PR-PERIOD-START
               MOVE CA-END(FP-CA-PICK) TO FP-CAL-END
               MOVE CA-ID(FP-CA-PICK) TO SP_PERIOD
               PERFORM VARYING CA-IX FROM 1 BY 1 UNTIL CA-IX > CA-COUNT
                   IF CA-END(CA-IX) < PR-PERIOD-START
                           AND (FP-PRIOR-PICK = 0
                               OR CA-END(CA-IX) > CA-END(FP-PRIOR-PICK))
                       MOVE CA-IX TO FP-PRIOR-PICK
                   END-IF
               END-PERFORM
               MOVE SP_PERIOD TO WS-PERIOD-ID
               PERFORM CHECK-PERIOD-ALREADY-CLOSED
               MOVE WS-PERIOD-CLOSED TO FP-NO-HOURS
               IF FP-PRIOR-PICK > 0 AND FP-NO-HOURS NOT = 'Y'
                   MOVE CA-ID(FP-PRIOR-PICK) TO WS-PERIOD-ID
                   PERFORM CHECK-PERIOD-ALREADY-CLOSED
                   MOVE SP_PERIOD TO WS-PERIOD-ID
                   IF WS-PERIOD-CLOSED NOT = 'Y'
                       DISPLAY "PERIOD " CA-ID(FP-PRIOR-PICK)
                           " IS NOT CLOSED YET, CLOSE IT FIRST"
                       PERFORM SPACE-ENTER
                       PERFORM ASK-WHAT-TO-DO
                   END-IF
               END-IF
               IF FP-NO-HOURS NOT = 'Y'
                   PERFORM CHECK-VARIANCE-SIGNOFF
                   IF VS-STATE NOT = 'N'
                       DISPLAY "PAYROLL REPORT ALREADY RUN FOR PERIOD "
                           SP_PERIOD
                       DISPLAY "SEPARATE AFTER THE PERIOD IS CLOSED"
                       PERFORM SPACE-ENTER
                       PERFORM ASK-WHAT-TO-DO
                   END-IF
               END-IF
           END-IF.

       ASK-SEPARATION-REASON.
           DISPLAY "ENTER SEPARATION REASON, EX RESIGNED: ".
           ACCEPT SP_REASON.
           IF SP_REASON = SPACES
               DISPLAY "A SEPARATION REASON IS REQUIRED"
               PERFORM ASK-SEPARATION-REASON
           ELSE
               MOVE FUNCTION UPPER-CASE(SP_REASON) TO SP_REASON
           END-IF.

       ASK-SEPARATION-CONFIRM.
           DISPLAY "SEPARATE " EMPLOYEE_NO " ON " SP_SEP_DATE
               " REASON " FUNCTION TRIM(SP_REASON).
           IF FP-NO-HOURS = 'Y'
               DISPLAY "PERIOD " SP_PERIOD " IS CLOSED, ITS HOURS "
                   "WERE ALREADY PAID"
           END-IF.
           DISPLAY "RUN FINAL PAY AND DEACTIVATE (Y/N)?".
           ACCEPT YES-NO.
           EVALUATE TRUE
               WHEN YES-NO = "Y" OR YES-NO = "y"
                   PERFORM RUN-FINAL-PAY
                   PERFORM SPACE-ENTER
                   PERFORM ASK-WHAT-TO-DO
               WHEN YES-NO = "N" OR YES-NO = "n"
                   DISPLAY "SEPARATION CANCELLED...!"
                   PERFORM SPACE-ENTER
                   PERFORM ASK-WHAT-TO-DO
               WHEN OTHER
                   PERFORM ASK-SEPARATION-CONFIRM
           END-EVALUATE.

       RUN-FINAL-PAY.
           PERFORM LOOKUP-ACTIVE-EMPLOYEE.
           MOVE EMPLOYEE_NO TO SP_EMPLOYEE_NO.
           MOVE 'F' TO WS-PAY-MODE.
           MOVE SP_PERIOD TO WS-PERIOD-ID.
           MOVE SP_SEP_DATE TO PR-PERIOD-END.
           MOVE SP_SEP_DATE(1:4) TO YTD-YEAR.
           MOVE ZERO TO YT-COUNT.
           MOVE ZERO TO YD-COUNT.
           MOVE ZERO TO PR-GRAND-TOTAL.
           MOVE ZERO TO PR-GRAND-DEDUCTIONS.
           MOVE ZERO TO PR-GRAND-NET.
           MOVE ZERO TO PR-GRAND-RETRO.
           MOVE ZERO TO PR-GRAND-RETRO-TAX.
           MOVE ZERO TO FP-VL-PAY.
           MOVE "---------- FINAL PAY ----------" TO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.
           MOVE SPACES TO WS-RUN-MSG.
           STRING "EMPLOYEE " SP_EMPLOYEE_NO " PERIOD "
               PR-PERIOD-START " TO " PR-PERIOD-END
               DELIMITED BY SIZE INTO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.
           PERFORM CHECK-TIME-CARD-EXISTS.
           PERFORM LOAD-PAYROLL-INPUT-TABLES.
           PERFORM SET-FINAL-PAY-TAX.
           IF FP-NO-HOURS = 'Y'
               MOVE ZERO TO ET-COUNT
               MOVE ZERO TO PD-COUNT
               MOVE ZERO TO DT-COUNT
               MOVE ZERO TO HO-COUNT
           END-IF.
           PERFORM COMPUTE-FINAL-LEAVE-CASH.
           OPEN EXTEND FINAL-PAYSLIP.
           IF WS-FS-FILE-STATUS = '35'
               OPEN OUTPUT FINAL-PAYSLIP
               CLOSE FINAL-PAYSLIP
               OPEN EXTEND FINAL-PAYSLIP
           END-IF.
           OPEN EXTEND PAYSLIP-HISTORY.
           IF WS-PH-FILE-STATUS = '35'
               OPEN OUTPUT PAYSLIP-HISTORY
               CLOSE PAYSLIP-HISTORY
               OPEN EXTEND PAYSLIP-HISTORY
           END-IF.
           PERFORM LOAD-COST-CENTER-TABLES.
           MOVE ZERO TO RM-COUNT.
           PERFORM OPEN-BANK-TRANSFER-FILES.
           PERFORM COMPUTE-EMPLOYEE-PAY.
           PERFORM FINISH-BANK-TRANSFER-FILES.
           CLOSE PAYSLIP-HISTORY.
           CLOSE FINAL-PAYSLIP.
           PERFORM WRITE-REMITTANCE-SUMMARY.
           PERFORM WRITE-GL-JOURNAL.
           MOVE PR-GROSS-PAY TO SP_GROSS.
           MOVE PR-NET-PAY TO SP_NET.
           IF PR-RETRO-APPLIED > ZERO
               ADD PR-RETRO-APPLIED TO SP_NET
           END-IF.
           MOVE PR-RETRO-SHORT TO SP_UNRECOVERED.
           PERFORM MERGE-YTD-EARNINGS.
           PERFORM MERGE-YTD-DEDUCTIONS.
           PERFORM POST-LOAN-DEDUCTIONS.
           PERFORM WRITE-OFF-SEPARATED-LOANS.
           ADD FP-WRITTEN-OFF TO SP_UNRECOVERED.
           PERFORM STAMP-RETRO-ADJUSTMENTS.
           PERFORM ZERO-SEPARATED-LEAVE.
           PERFORM APPEND-SEPARATION-RECORD.
           PERFORM DEACTIVATE-SEPARATED-EMPLOYEE.
           MOVE 'R' TO WS-PAY-MODE.
           MOVE "FINAL PAYSLIP ADDED TO FINAL-PAYSLIP.TXT"
               TO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.
           IF BF-CREDIT-COUNT > 0
               MOVE "FINAL PAY CREDIT ADDED TO FINAL-PAY-TRANSFER.DAT"
                   TO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
           END-IF.
           IF BF-CHECK-COUNT > 0
               MOVE "FINAL PAY CHECK ADDED TO FINAL-PAY-CHECK.TXT"
                   TO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
           END-IF.
           MOVE SP_NET TO FP-AMT-DISP.
           MOVE SPACES TO WS-RUN-MSG.
           STRING "NET FINAL PAY: " FUNCTION TRIM(FP-AMT-DISP)
               DELIMITED BY SIZE INTO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.
           IF SP_UNRECOVERED > ZERO
               MOVE SP_UNRECOVERED TO FP-AMT-DISP
               MOVE SPACES TO WS-RUN-MSG
               STRING "NOT RECOVERED FROM FINAL PAY, WRITTEN OFF: "
                   FUNCTION TRIM(FP-AMT-DISP)
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
           END-IF.
           DISPLAY "EMPLOYEE SEPARATED AND DEACTIVATED...!".

       SET-FINAL-PAY-TAX.
           MOVE FP-CAL-END TO PR-PERIOD-END.
           PERFORM LOAD-TAX-TABLE.
           IF TX-LAST-PERIOD NOT = 'Y' AND TX-EFF-PERIOD NOT = SPACES
               MOVE 'Y' TO TX-LAST-PERIOD
               PERFORM LOAD-TAX-YTD-TABLE
           END-IF.
           MOVE SP_SEP_DATE TO PR-PERIOD-END.

       COMPUTE-FINAL-LEAVE-CASH.
           MOVE ZERO TO SP_VL_HOURS.
           MOVE ZERO TO FP-SL-HOURS.
           MOVE ZERO TO FP-VL-PAY.
           MOVE EMPLOYEE_NO TO LOOKUP-EMPLOYEE-NO.
           PERFORM LOAD-LEAVE-BALANCE.
           IF WS-BAL-FOUND = 'Y'
               MOVE B_VL_BALANCE TO SP_VL_HOURS
               MOVE B_SL_BALANCE TO FP-SL-HOURS
               MOVE SP_SEP_DATE TO RT-LOOKUP-DATE
               PERFORM FIND-RATE-FOR-DATE
               COMPUTE FP-VL-PAY ROUNDED = SP_VL_HOURS * RT-DAY-RATE
           END-IF.
           MOVE FP-VL-PAY TO SP_VL_PAY.

       WRITE-FINAL-PAY-HEADER.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "FINAL PAY, SEPARATED " SP_SEP_DATE
               " REASON: " FUNCTION TRIM(SP_REASON)
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM PUT-PAYSLIP-LINE.
           IF FP-NO-HOURS = 'Y'
               MOVE SPACES TO PAYSLIP-LINE
               STRING "HOURS FOR " SP_PERIOD
                   " WERE PAID AT PERIOD CLOSE"
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM PUT-PAYSLIP-LINE
           END-IF.
           MOVE SP_VL_HOURS TO FP-HRS-DISP.
           MOVE FP-VL-PAY TO FP-AMT-DISP.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "VL CASH CONVERSION HRS: " FUNCTION TRIM(FP-HRS-DISP)
               " PAY: " FUNCTION TRIM(FP-AMT-DISP)
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM PUT-PAYSLIP-LINE.
           IF FP-SL-HOURS > ZERO
               MOVE FP-SL-HOURS TO FP-SL-DISP
               MOVE SPACES TO PAYSLIP-LINE
               STRING "SL BALANCE FORFEITED HRS: "
                   FUNCTION TRIM(FP-SL-DISP)
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM PUT-PAYSLIP-LINE
           END-IF.

       WRITE-FINAL-PAY-LINES.
           MOVE ZERO TO FP-LOAN-LEFT.
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > LN-COUNT
               IF LN-EMP(LN-IX) = EMPLOYEE_NO
                   COMPUTE FP-LOAN-LEFT = FP-LOAN-LEFT
                       + LN-BALANCE(LN-IX) - LN-TAKE(LN-IX)
               END-IF
           END-PERFORM.
           IF FP-LOAN-LEFT > ZERO
               MOVE FP-LOAN-LEFT TO FP-AMT-DISP
               MOVE SPACES TO PAYSLIP-LINE
               STRING "LOAN BALANCE NOT RECOVERED, WRITTEN OFF: "
                   FUNCTION TRIM(FP-AMT-DISP)
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM PUT-PAYSLIP-LINE
           END-IF.
           IF PR-RETRO-SHORT > ZERO
               MOVE PR-RETRO-SHORT TO FP-AMT-DISP
               MOVE SPACES TO PAYSLIP-LINE
               STRING "RETRO ADJ NOT RECOVERED, WRITTEN OFF: "
                   FUNCTION TRIM(FP-AMT-DISP)
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM PUT-PAYSLIP-LINE
           END-IF.

       WRITE-OFF-SEPARATED-LOANS.
           MOVE ZERO TO FP-WRITTEN-OFF.
           IF FP-LOAN-LEFT > ZERO
               OPEN INPUT LOANS
               OPEN OUTPUT LOANS-TEMP
               PERFORM UNTIL WS-LO-EOF = 'Y'
                   READ LOANS INTO LOAN-INFO
                      AT END MOVE 'Y' TO WS-LO-EOF
                      NOT AT END PERFORM WRITE-OFF-OR-KEEP-LOAN
                   END-READ
               END-PERFORM
               CLOSE LOANS
               CLOSE LOANS-TEMP
               MOVE 'N' TO WS-LO-EOF
               PERFORM REPLACE-LOANS-FILE
           END-IF.

       WRITE-OFF-OR-KEEP-LOAN.
           IF LO_EMPLOYEE_NO = SP_EMPLOYEE_NO AND LO_STATUS = 'A'
                   AND LO_BALANCE > ZERO
               MOVE LO_EMPLOYEE_NO TO LG_EMPLOYEE_NO
               MOVE LO_CODE TO LG_CODE
               MOVE LO_START TO LG_LOAN_START
               ACCEPT LG_DATE FROM DATE YYYYMMDD
               MOVE WS-PERIOD-ID TO LG_PERIOD
               MOVE 'W' TO LG_TYPE
               MOVE LO_BALANCE TO LG_AMOUNT
               MOVE ZERO TO LG_BALANCE
               PERFORM APPEND-LOAN-LEDGER
               ADD LO_BALANCE TO FP-WRITTEN-OFF
               MOVE LO_BALANCE TO LO-BAL-DISP
               MOVE ZERO TO LO_BALANCE
               MOVE 'C' TO LO_STATUS
               ACCEPT LO_CLOSED FROM DATE YYYYMMDD
               MOVE LO_EMPLOYEE_NO TO EMPLOYEE_NO
               MOVE SPACES TO AU-BEFORE
               STRING "LOAN " LO_CODE " START " LO_START
                   " BALANCE " FUNCTION TRIM(LO-BAL-DISP) " STATUS A"
                   DELIMITED BY SIZE INTO AU-BEFORE
               MOVE SPACES TO AU-AFTER
               STRING "LOAN " LO_CODE " WRITTEN OFF AT SEPARATION "
                   SP_SEP_DATE " STATUS C"
                   DELIMITED BY SIZE INTO AU-AFTER
               MOVE "LOAN WOFF" TO AUDIT-ACTION
               PERFORM APPEND-AUDIT-RECORD
           END-IF.
           MOVE LOAN-INFO TO LOANS-TEMP-FILE.
           WRITE LOANS-TEMP-FILE.

       ZERO-SEPARATED-LEAVE.
           MOVE SP_EMPLOYEE_NO TO LOOKUP-EMPLOYEE-NO.
           PERFORM LOAD-LEAVE-BALANCE.
           IF WS-BAL-FOUND = 'Y'
               MOVE B_VL_BALANCE TO FP-HRS-DISP
               MOVE B_SL_BALANCE TO FP-SL-DISP
               MOVE SPACES TO AU-BEFORE
               STRING "VL " FUNCTION TRIM(FP-HRS-DISP)
                   " SL " FUNCTION TRIM(FP-SL-DISP)
                   DELIMITED BY SIZE INTO AU-BEFORE
               MOVE ZERO TO B_VL_BALANCE
               MOVE ZERO TO B_SL_BALANCE
               PERFORM UPDATE-LEAVE-BALANCE
               MOVE SP_VL_PAY TO FP-AMT-DISP
               MOVE SPACES TO AU-AFTER
               STRING "VL 0.00 SL 0.00, VL CASHED "
                   FUNCTION TRIM(FP-AMT-DISP) " AT SEPARATION "
                   SP_SEP_DATE
                   DELIMITED BY SIZE INTO AU-AFTER
               MOVE SP_EMPLOYEE_NO TO EMPLOYEE_NO
               MOVE "LEAVE ZERO" TO AUDIT-ACTION
               PERFORM APPEND-AUDIT-RECORD
           END-IF.

       APPEND-SEPARATION-RECORD.
           MOVE WS-LOGIN-EMP-NO TO SP_ENTERED_BY.
           ACCEPT SP_ENTERED_DATE FROM DATE YYYYMMDD.
           OPEN EXTEND SEPARATIONS.
           IF WS-SP-FILE-STATUS = '35'
               OPEN OUTPUT SEPARATIONS
               CLOSE SEPARATIONS
               OPEN EXTEND SEPARATIONS
           END-IF.
           MOVE SEPARATION-INFO TO SEPARATIONS-FILE.
           WRITE SEPARATIONS-FILE
           END-WRITE.
           CLOSE SEPARATIONS.

       DEACTIVATE-SEPARATED-EMPLOYEE.
           MOVE SP_EMPLOYEE_NO TO EMPLOYEE_NO.
           MOVE SPACES TO AU-BEFORE.
           STRING "SEPARATED " SP_SEP_DATE " PERIOD " SP_PERIOD
               " REASON " FUNCTION TRIM(SP_REASON)
               DELIMITED BY SIZE INTO AU-BEFORE.
           MOVE SP_GROSS TO FP-AMT-DISP.
           MOVE SP_NET TO FP-NET-DISP.
           MOVE SP_VL_PAY TO FP-VL-DISP.
           MOVE SP_UNRECOVERED TO FP-OFF-DISP.
           MOVE SPACES TO AU-AFTER.
           STRING "GROSS " FUNCTION TRIM(FP-AMT-DISP)
               " NET " FUNCTION TRIM(FP-NET-DISP)
               " VL CASH " FUNCTION TRIM(FP-VL-DISP)
               " WRITTEN OFF " FUNCTION TRIM(FP-OFF-DISP)
               DELIMITED BY SIZE INTO AU-AFTER.
           MOVE "FINAL PAY" TO AUDIT-ACTION.
           PERFORM APPEND-AUDIT-RECORD.
           OPEN I-O USER-INFO.
           MOVE SP_EMPLOYEE_NO TO W_EMPLOYEE_NO.
           READ USER-INFO INTO EMPLOYEE-INFO
               INVALID KEY
                   DISPLAY "EMPLOYEE NO DOES NOT EXIST" SP_EMPLOYEE_NO
               NOT INVALID KEY
                   PERFORM BUILD-MASKED-IMAGE
                   MOVE SEARCH-EMPLOYEE-INFO TO AU-BEFORE
                   MOVE 'I' TO EMP-STATUS
                   PERFORM BUILD-MASKED-IMAGE
                   MOVE SEARCH-EMPLOYEE-INFO TO AU-AFTER
                   MOVE "SEPARATE" TO AUDIT-ACTION
                   PERFORM APPEND-AUDIT-RECORD
                   MOVE EMPLOYEE-INFO TO USER-INFO-FILE
                   REWRITE USER-INFO-FILE
           END-READ.
           CLOSE USER-INFO.

       THIRTEENTH-MONTH-MENU.
           DISPLAY "13TH MONTH: 1-RUN 13TH MONTH PAY FOR A YEAR, "
               "2-SET TAX-EXEMPT CEILING".
           DISPLAY "WRITE C TO GO BACK TO MENU".
           ACCEPT ASK-SEARCH-CHOICE.

           EVALUATE TRUE
               WHEN ASK-SEARCH-CHOICE = "C" OR ASK-SEARCH-CHOICE = "c"
                   PERFORM ASK-WHAT-TO-DO
               WHEN ASK-SEARCH-CHOICE = "1"
                   PERFORM ASK-BONUS-YEAR
               WHEN ASK-SEARCH-CHOICE = "2"
                   PERFORM SET-BONUS-CEILING
               WHEN OTHER
                   PERFORM THIRTEENTH-MONTH-MENU
           END-EVALUATE.

       ASK-BONUS-YEAR.
           DISPLAY "ENTER 13TH MONTH PAY YEAR (YYYY), C FOR MENU".
           ACCEPT ASK-YTD-YEAR.

           EVALUATE TRUE
               WHEN ASK-YTD-YEAR = "C" OR ASK-YTD-YEAR = "c"
                   PERFORM THIRTEENTH-MONTH-MENU
               WHEN ASK-YTD-YEAR IS NUMERIC
                   MOVE ASK-YTD-YEAR TO BN-YEAR
                   PERFORM ASK-BONUS-CONFIRM
               WHEN OTHER
                   DISPLAY "PLEASE ENTER 4 DIGITS, EX 2026"
                   PERFORM ASK-BONUS-YEAR
           END-EVALUATE.

       ASK-BONUS-CONFIRM.
           DISPLAY "RUN 13TH MONTH PAY FOR YEAR " BN-YEAR
               " (Y/N)?".
           ACCEPT YES-NO.
           EVALUATE TRUE
               WHEN YES-NO = "Y" OR YES-NO = "y"
                   PERFORM RUN-THIRTEENTH-MONTH
                   PERFORM SPACE-ENTER
                   PERFORM THIRTEENTH-MONTH-MENU
               WHEN YES-NO = "N" OR YES-NO = "n"
                   DISPLAY "13TH MONTH RUN CANCELLED...!"
                   PERFORM SPACE-ENTER
                   PERFORM THIRTEENTH-MONTH-MENU
               WHEN OTHER
                   PERFORM ASK-BONUS-CONFIRM
           END-EVALUATE.

       SET-BONUS-CEILING.
           PERFORM LOAD-BONUS-POLICY.
           MOVE BP_CEILING TO BN-CEIL-DISP.
           MOVE SPACES TO AU-BEFORE.
           IF WS-BP-FOUND = 'Y'
               DISPLAY "CURRENT TAX-EXEMPT CEILING: " BN-CEIL-DISP
               STRING "CEILING " FUNCTION TRIM(BN-CEIL-DISP)
                   " SET " BP_SET_DATE " BY " BP_SET_BY
                   DELIMITED BY SIZE INTO AU-BEFORE
           ELSE
               DISPLAY "NO CEILING ON FILE YET, DEFAULT "
                   BN-CEIL-DISP
           END-IF.
           DISPLAY "ENTER TAX-EXEMPT CEILING, EX 90000.00: ".
           ACCEPT BP_CEILING.
           PERFORM SPACE-ENTER.
           ACCEPT BP_SET_DATE FROM DATE YYYYMMDD.
           MOVE WS-LOGIN-EMP-NO TO BP_SET_BY.
           OPEN OUTPUT BONUS-POLICY.
           MOVE BONUS-POLICY-INFO TO BONUS-POLICY-FILE.
           WRITE BONUS-POLICY-FILE
           END-WRITE.
           CLOSE BONUS-POLICY.
           MOVE BP_CEILING TO BN-CEIL-DISP.
           MOVE SPACES TO AU-AFTER.
           STRING "CEILING " FUNCTION TRIM(BN-CEIL-DISP)
               " SET " BP_SET_DATE " BY " BP_SET_BY
               DELIMITED BY SIZE INTO AU-AFTER.
           MOVE "13TH CEIL" TO AUDIT-ACTION.
           MOVE WS-LOGIN-EMP-NO TO EMPLOYEE_NO.
           PERFORM APPEND-AUDIT-RECORD.
           DISPLAY "TAX-EXEMPT CEILING SAVED...!".
           PERFORM SPACE-ENTER.
           PERFORM THIRTEENTH-MONTH-MENU.

       LOAD-BONUS-POLICY.
           MOVE 'N' TO WS-BP-FOUND.
           MOVE 90000.00 TO BP_CEILING.
           MOVE SPACES TO BP_SET_DATE.
           MOVE ZERO TO BP_SET_BY.
           OPEN INPUT BONUS-POLICY.
           IF WS-BP-FILE-STATUS NOT = '35'
               READ BONUS-POLICY
                   AT END CONTINUE
                   NOT AT END
                       MOVE BONUS-POLICY-FILE TO BONUS-POLICY-INFO
                       MOVE 'Y' TO WS-BP-FOUND
               END-READ
           END-IF.
           CLOSE BONUS-POLICY.

       RUN-THIRTEENTH-MONTH.
           MOVE "---------- 13TH MONTH PAY ----------" TO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.
           PERFORM CHECK-BONUS-ALREADY-RUN.
           PERFORM CHECK-BONUS-YEAR-CLOSED.
           EVALUATE TRUE
               WHEN BN-YEAR IS NOT NUMERIC
                   MOVE "INVALID 13TH MONTH YEAR" TO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN BN-ALREADY-RUN = 'Y'
                   MOVE SPACES TO WS-RUN-MSG
                   STRING "13TH MONTH PAY FOR " BN-YEAR
                       " WAS ALREADY RUN, NOTHING DONE"
                       DELIMITED BY SIZE INTO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN BN-LAST-CLOSED NOT = 'Y' AND WS-RUN-MODE = 'B'
                   PERFORM PUT-BONUS-YEAR-OPEN
                   MOVE "13TH MONTH PAY REFUSED, CLOSE THE YEAR FIRST"
                       TO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN BN-LAST-CLOSED NOT = 'Y'
                   PERFORM PUT-BONUS-YEAR-OPEN
                   PERFORM ASK-BONUS-OVERRIDE
               WHEN OTHER
                   PERFORM PAY-THIRTEENTH-MONTH
           END-EVALUATE.

       CHECK-BONUS-YEAR-CLOSED.
           PERFORM LOAD-PAY-CALENDAR.
           MOVE SPACES TO BN-LAST-PERIOD.
           MOVE 'N' TO BN-LAST-CLOSED.
           MOVE ZERO TO FP-CA-PICK.
           PERFORM VARYING CA-IX FROM 1 BY 1 UNTIL CA-IX > CA-COUNT
               IF CA-END(CA-IX)(1:4) = BN-YEAR
                   IF FP-CA-PICK = 0
                           OR CA-END(CA-IX) > CA-END(FP-CA-PICK)
                       MOVE CA-IX TO FP-CA-PICK
                   END-IF
               END-IF
           END-PERFORM.
           IF FP-CA-PICK > 0
               MOVE CA-ID(FP-CA-PICK) TO BN-LAST-PERIOD
               MOVE BN-LAST-PERIOD TO WS-PERIOD-ID
               PERFORM CHECK-PERIOD-ALREADY-CLOSED
               MOVE WS-PERIOD-CLOSED TO BN-LAST-CLOSED
           END-IF.

       PUT-BONUS-YEAR-OPEN.
           MOVE SPACES TO WS-RUN-MSG.
           IF BN-LAST-PERIOD = SPACES
               STRING "NO PAY CALENDAR PERIOD ENDS IN " BN-YEAR
                   ", CANNOT CONFIRM THE YEAR IS CLOSED"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
           ELSE
               STRING "LAST PERIOD OF " BN-YEAR ", "
                   BN-LAST-PERIOD ", IS NOT CLOSED"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
           END-IF.
           PERFORM PUT-RUN-MESSAGE.

       ASK-BONUS-OVERRIDE.
           DISPLAY "RUN 13TH MONTH PAY BEFORE THE YEAR IS CLOSED "
               "(Y/N)?".
           ACCEPT YES-NO.
           EVALUATE TRUE
               WHEN YES-NO = "Y" OR YES-NO = "y"
                   MOVE SPACES TO AU-BEFORE
                   IF BN-LAST-PERIOD = SPACES
                       STRING "NO PERIOD ENDING IN " BN-YEAR
                           " ON THE PAY CALENDAR"
                           DELIMITED BY SIZE INTO AU-BEFORE
                   ELSE
                       STRING "LAST PERIOD " BN-LAST-PERIOD
                           " NOT CLOSED"
                           DELIMITED BY SIZE INTO AU-BEFORE
                   END-IF
                   MOVE SPACES TO AU-AFTER
                   STRING "13TH MONTH PAY YEAR " BN-YEAR
                       " RUN BEFORE YEAR CLOSE BY " WS-LOGIN-EMP-NO
                       DELIMITED BY SIZE INTO AU-AFTER
                   MOVE "13TH OVRD" TO AUDIT-ACTION
                   MOVE WS-LOGIN-EMP-NO TO EMPLOYEE_NO
                   PERFORM APPEND-AUDIT-RECORD
                   PERFORM PAY-THIRTEENTH-MONTH
               WHEN YES-NO = "N" OR YES-NO = "n"
                   DISPLAY "13TH MONTH RUN CANCELLED...!"
               WHEN OTHER
                   PERFORM ASK-BONUS-OVERRIDE
           END-EVALUATE.

       CHECK-BONUS-ALREADY-RUN.
           MOVE 'N' TO BN-ALREADY-RUN.
           OPEN INPUT BONUS-HISTORY.
           IF WS-BH-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-BH-EOF = 'Y'
                   READ BONUS-HISTORY
                      AT END MOVE 'Y' TO WS-BH-EOF
                      NOT AT END
                          IF W_BH_YEAR = BN-YEAR
                              MOVE 'Y' TO BN-ALREADY-RUN
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BONUS-HISTORY.
           MOVE 'N' TO WS-BH-EOF.

       PAY-THIRTEENTH-MONTH.
           MOVE 'M' TO WS-PAY-MODE.
           PERFORM LOAD-BONUS-POLICY.
           IF WS-BP-FOUND NOT = 'Y'
               MOVE BP_CEILING TO BN-CEIL-DISP
               MOVE SPACES TO WS-RUN-MSG
               STRING "NO TAX-EXEMPT CEILING ON FILE, USING "
                   FUNCTION TRIM(BN-CEIL-DISP)
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
           END-IF.
           PERFORM SET-BONUS-TAX-TABLES.
           PERFORM LOAD-RATE-HISTORY-TABLE.
           PERFORM LOAD-BONUS-BANK-TABLE.
           PERFORM LOAD-SEPARATION-TABLE.
           MOVE ZERO TO YD-COUNT.
           MOVE ZERO TO BN-PAID-COUNT.
           MOVE ZERO TO BN-SKIP-COUNT.
           MOVE ZERO TO BN-TOTAL-BONUS.
           MOVE ZERO TO BN-TOTAL-TAX.
           MOVE ZERO TO BN-TOTAL-NET.
           MOVE 'N' TO BN-YEAR-FOUND.
           MOVE ZERO TO BN-EST-COUNT.
           MOVE ZERO TO PR-RETRO-APPLIED.
           MOVE ZERO TO PR-RETRO-TAX.
           MOVE ZERO TO TX-REFUND.
           MOVE ZERO TO PR-GRAND-DEDUCTIONS.
           MOVE ZERO TO PR-GRAND-RETRO-TAX.
           MOVE ZERO TO RM-COUNT.
           PERFORM LOAD-COST-CENTER-TABLES.
           ACCEPT BH_RUN_DATE FROM DATE YYYYMMDD.
           MOVE WS-LOGIN-EMP-NO TO BH_RUN_BY.
           OPEN OUTPUT BONUS-PAYSLIP.
           OPEN OUTPUT BONUS-REGISTER.
           MOVE SPACES TO BONUS-REGISTER-LINE.
           STRING "EMPLOYEE_NO,FULL_NAME,YEAR,REG_HOURS,LEAVE_HOURS,"
               "RATE,BASIC_PAY,BONUS,EXEMPT,TAXABLE,TAX,NET_PAY,"
               "SEPARATED"
               DELIMITED BY SIZE INTO BONUS-REGISTER-LINE.
           WRITE BONUS-REGISTER-LINE.
           PERFORM OPEN-BANK-TRANSFER-FILES.
           OPEN EXTEND BONUS-HISTORY.
           IF WS-BH-FILE-STATUS = '35'
               OPEN OUTPUT BONUS-HISTORY
               CLOSE BONUS-HISTORY
               OPEN EXTEND BONUS-HISTORY
           END-IF.
           OPEN INPUT YTD-EARNINGS.
           IF WS-YE-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-YE-EOF = 'Y'
                   READ YTD-EARNINGS INTO YTD-EARNINGS-INFO
                      AT END MOVE 'Y' TO WS-YE-EOF
                      NOT AT END
                          IF Y_YEAR = BN-YEAR
                              MOVE 'Y' TO BN-YEAR-FOUND
                              PERFORM COMPUTE-EMPLOYEE-BONUS
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE YTD-EARNINGS.
           MOVE 'N' TO WS-YE-EOF.
           CLOSE BONUS-HISTORY.
           PERFORM FINISH-BANK-TRANSFER-FILES.
           PERFORM WRITE-REMITTANCE-SUMMARY.
           PERFORM WRITE-GL-JOURNAL.
           MOVE BN-TOTAL-BONUS TO BN-TOT-DISP.
           MOVE BN-TOTAL-TAX TO BN-TOT-TAX-DISP.
           MOVE BN-TOTAL-NET TO BN-TOT-NET-DISP.
           MOVE SPACES TO BONUS-REGISTER-LINE.
           STRING "TOTAL,,,,,,,"
               FUNCTION TRIM(BN-TOT-DISP) ",,,"
               FUNCTION TRIM(BN-TOT-TAX-DISP) ","
               FUNCTION TRIM(BN-TOT-NET-DISP) ","
               DELIMITED BY SIZE INTO BONUS-REGISTER-LINE.
           WRITE BONUS-REGISTER-LINE.
           CLOSE BONUS-REGISTER.
           CLOSE BONUS-PAYSLIP.
           MOVE BN-YEAR TO YTD-YEAR.
           PERFORM MERGE-YTD-DEDUCTIONS.
           MOVE 'R' TO WS-PAY-MODE.
           MOVE BN-PAID-COUNT TO BN-COUNT-DISP.
           MOVE SPACES TO AU-BEFORE.
           STRING "13TH MONTH PAY YEAR " BN-YEAR
               DELIMITED BY SIZE INTO AU-BEFORE.
           MOVE SPACES TO AU-AFTER.
           STRING "PAID " FUNCTION TRIM(BN-COUNT-DISP)
               " EMPLOYEES GROSS " FUNCTION TRIM(BN-TOT-DISP)
               " TAX " FUNCTION TRIM(BN-TOT-TAX-DISP)
               " NET " FUNCTION TRIM(BN-TOT-NET-DISP)
               DELIMITED BY SIZE INTO AU-AFTER.
           MOVE "13TH MONTH" TO AUDIT-ACTION.
           MOVE WS-LOGIN-EMP-NO TO EMPLOYEE_NO.
           PERFORM APPEND-AUDIT-RECORD.
           IF BN-YEAR-FOUND NOT = 'Y'
               MOVE SPACES TO WS-RUN-MSG
               STRING "NO YEAR-TO-DATE EARNINGS ON FILE FOR "
                   BN-YEAR
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-RUN-MSG.
           STRING "13TH MONTH PAY FOR " BN-YEAR " PAID TO "
               FUNCTION TRIM(BN-COUNT-DISP) " EMPLOYEES, TOTAL "
               FUNCTION TRIM(BN-TOT-DISP) " TAX "
               FUNCTION TRIM(BN-TOT-TAX-DISP)
               DELIMITED BY SIZE INTO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.
           IF BN-EST-COUNT > 0
               MOVE BN-EST-COUNT TO BN-COUNT-DISP
               MOVE SPACES TO WS-RUN-MSG
               STRING FUNCTION TRIM(BN-COUNT-DISP)
                   " EMPLOYEES HAVE NO BASIC PAY ON FILE FOR "
                   BN-YEAR ", HOURS AT CURRENT RATE USED"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
           END-IF.
           IF BN-SKIP-COUNT > 0
               MOVE BN-SKIP-COUNT TO BN-COUNT-DISP
               MOVE SPACES TO WS-RUN-MSG
               STRING FUNCTION TRIM(BN-COUNT-DISP)
                   " YEAR-TO-DATE ROWS SKIPPED, SEE MESSAGES ABOVE"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "PAYSLIPS WRITTEN TO BONUS-PAYSLIPS.TXT" TO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.
           MOVE "REGISTER WRITTEN TO BONUS-REGISTER.DAT"
               TO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.
           MOVE BF-CREDIT-COUNT TO BF-COUNT-DISP.
           MOVE SPACES TO WS-RUN-MSG.
           STRING "BANK CREDITS WRITTEN TO BONUS-TRANSFER.DAT: "
               BF-COUNT-DISP
               DELIMITED BY SIZE INTO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.
           MOVE BF-CHECK-COUNT TO BF-COUNT-DISP.
           MOVE SPACES TO WS-RUN-MSG.
           STRING "PAY-BY-CHECK EXCEPTIONS ON BONUS-CHECK.TXT: "
               BF-COUNT-DISP
               DELIMITED BY SIZE INTO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.

       SET-BONUS-TAX-TABLES.
           PERFORM LOAD-PAY-CALENDAR.
           MOVE SPACES TO PR-PERIOD-START.
           MOVE SPACES TO PR-PERIOD-END.
           PERFORM VARYING CA-IX FROM 1 BY 1 UNTIL CA-IX > CA-COUNT
               IF CA-END(CA-IX)(1:4) = BN-YEAR
                       AND CA-END(CA-IX) > PR-PERIOD-END
                   MOVE CA-START(CA-IX) TO PR-PERIOD-START
                   MOVE CA-END(CA-IX) TO PR-PERIOD-END
               END-IF
           END-PERFORM.
           IF PR-PERIOD-END = SPACES
               STRING BN-YEAR "1201" DELIMITED BY SIZE
                   INTO PR-PERIOD-START
               STRING BN-YEAR "1231" DELIMITED BY SIZE
                   INTO PR-PERIOD-END
           END-IF.
           MOVE ZERO TO DT-COUNT.
           PERFORM LOAD-DEDUCTION-PASS-TABLE.
           IF TY-COUNT = 0
               PERFORM LOAD-TAX-YTD-TABLE
           END-IF.
           IF TX-EFF-PERIOD = SPACES AND TX-EFF-ANNUAL = SPACES
               MOVE SPACES TO WS-RUN-MSG
               STRING "NO WITHHOLDING TAX TABLE IN FORCE, "
                   "NO TAX WITHHELD ON THE EXCESS"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
           END-IF.
           STRING BN-YEAR "0101" DELIMITED BY SIZE
               INTO PR-PERIOD-START.
           STRING BN-YEAR "1231" DELIMITED BY SIZE
               INTO PR-PERIOD-END.

       LOAD-BONUS-BANK-TABLE.
           MOVE ZERO TO BT-COUNT.
           OPEN INPUT BANK-ACCOUNT.
           IF WS-BA-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-BA-EOF = 'Y'
                   READ BANK-ACCOUNT
                      AT END MOVE 'Y' TO WS-BA-EOF
                      NOT AT END PERFORM LOAD-BANK-TO-PASS-TABLE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BANK-ACCOUNT.
           MOVE 'N' TO WS-BA-EOF.

       LOAD-SEPARATION-TABLE.
           MOVE ZERO TO SB-COUNT.
           OPEN INPUT SEPARATIONS.
           IF WS-SP-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-SP-EOF = 'Y'
                   READ SEPARATIONS INTO SEPARATION-INFO
                      AT END MOVE 'Y' TO WS-SP-EOF
                      NOT AT END
                          IF SP_SEP_DATE(1:4) = BN-YEAR
                                  AND SB-COUNT < 300
                              ADD 1 TO SB-COUNT
                              MOVE SP_EMPLOYEE_NO TO SB-EMP(SB-COUNT)
                              MOVE SP_SEP_DATE TO SB-DATE(SB-COUNT)
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SEPARATIONS.
           MOVE 'N' TO WS-SP-EOF.

       COMPUTE-EMPLOYEE-BONUS.
           MOVE Y_EMPLOYEE_NO TO LOOKUP-EMPLOYEE-NO.
           PERFORM LOOKUP-ACTIVE-EMPLOYEE.
           MOVE SPACES TO BN-SEP-DATE.
           PERFORM VARYING SB-IX FROM 1 BY 1 UNTIL SB-IX > SB-COUNT
               IF SB-EMP(SB-IX) = Y_EMPLOYEE_NO
                   MOVE SB-DATE(SB-IX) TO BN-SEP-DATE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-EMP-LOOKUP = 'N'
                   ADD 1 TO BN-SKIP-COUNT
                   MOVE SPACES TO WS-RUN-MSG
                   STRING "EMPLOYEE NO " Y_EMPLOYEE_NO
                       " NOT ON EMPLOYEE MASTER, SKIPPED"
                       DELIMITED BY SIZE INTO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
               WHEN WS-EMP-LOOKUP = 'I' AND BN-SEP-DATE = SPACES
                   ADD 1 TO BN-SKIP-COUNT
                   MOVE SPACES TO WS-RUN-MSG
                   STRING "EMPLOYEE NO " Y_EMPLOYEE_NO
                       " INACTIVE WITH NO SEPARATION IN " BN-YEAR
                       ", SKIPPED"
                       DELIMITED BY SIZE INTO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
               WHEN OTHER
                   PERFORM PAY-EMPLOYEE-BONUS
           END-EVALUATE.

       PAY-EMPLOYEE-BONUS.
           IF BN-SEP-DATE NOT = SPACES
               MOVE BN-SEP-DATE TO RT-LOOKUP-DATE
           ELSE
               MOVE PR-PERIOD-END TO RT-LOOKUP-DATE
           END-IF.
           PERFORM FIND-RATE-FOR-DATE.
           COMPUTE BN-HOURS = Y_REG_HRS + Y_LEAVE_HRS.
           IF Y_BASIC IS NUMERIC
               MOVE Y_BASIC TO BN-BASIC
           ELSE
               COMPUTE BN-BASIC ROUNDED = BN-HOURS * RT-DAY-RATE
               ADD 1 TO BN-EST-COUNT
           END-IF.
           IF BN-BASIC > Y_GROSS
               MOVE Y_GROSS TO BN-BASIC
           END-IF.
           MOVE EMPLOYEE_NO TO BH_EMPLOYEE_NO.
           MOVE BN-YEAR TO BH_YEAR.
           MOVE BN-BASIC TO BH_BASIC.
           COMPUTE BH_BONUS ROUNDED = BN-BASIC / 12.
           MOVE BN-SEP-DATE TO BH_SEP_DATE.
           IF BH_BONUS > BP_CEILING
               MOVE BP_CEILING TO BH_EXEMPT
               COMPUTE BH_TAXABLE = BH_BONUS - BP_CEILING
           ELSE
               MOVE BH_BONUS TO BH_EXEMPT
               MOVE ZERO TO BH_TAXABLE
           END-IF.
           MOVE ZERO TO BH_TAX.
           IF BH_TAXABLE > ZERO
               PERFORM COMPUTE-BONUS-TAX
           END-IF.
           COMPUTE BH_NET = BH_BONUS - BH_TAX.
           IF BH_BONUS = ZERO
               ADD 1 TO BN-SKIP-COUNT
               MOVE SPACES TO WS-RUN-MSG
               STRING "EMPLOYEE NO " Y_EMPLOYEE_NO
                   " HAS NO BASIC PAY IN " BN-YEAR ", SKIPPED"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
           ELSE
               ADD 1 TO BN-PAID-COUNT
               ADD BH_BONUS TO BN-TOTAL-BONUS
               ADD BH_TAX TO BN-TOTAL-TAX
               ADD BH_NET TO BN-TOTAL-NET
               MOVE BH_NET TO PR-NET-PAY
               MOVE BH_NET TO PR-NET-PAY-DISP
               PERFORM WRITE-BONUS-PAYSLIP
               PERFORM WRITE-BONUS-REGISTER-ROW
               PERFORM WRITE-BANK-CREDIT-OR-CHECK
               MOVE BONUS-HISTORY-INFO TO BONUS-HISTORY-FILE
               WRITE BONUS-HISTORY-FILE
               PERFORM POST-BONUS-TO-LEDGERS
           END-IF.

       POST-BONUS-TO-LEDGERS.
           MOVE ZERO TO PR-REG-HOURS.
           MOVE ZERO TO PR-OT-HOURS.
           MOVE ZERO TO PR-NIGHT-HOURS.
           MOVE ZERO TO PR-LEAVE-HOURS.
           MOVE ZERO TO PR-HOL-HOURS.
           MOVE ZERO TO PR-REG-PAY.
           MOVE ZERO TO PR-OT-PAY.
           MOVE ZERO TO PR-NIGHT-PAY.
           MOVE ZERO TO PR-LEAVE-PAY.
           MOVE ZERO TO PR-HOL-PAY.
           MOVE BH_BONUS TO PR-GROSS-PAY.
           MOVE BH_TAX TO PR-TOTAL-DEDUCTIONS.
           PERFORM ADD-PAY-TO-COST-CENTER.
           ADD BH_TAX TO PR-GRAND-DEDUCTIONS.
           IF BH_TAX > ZERO
               MOVE EMPLOYEE_NO TO D_EMPLOYEE_NO
               MOVE "TAX13" TO D_CODE
               MOVE "13TH MONTH WITHHOLDING TAX" TO D_DESC
               MOVE BH_TAX TO DD-AMOUNT
               PERFORM ADD-DED-TO-YTD-TABLE
               PERFORM ADD-DED-TO-REMIT-TABLE
           END-IF.

       COMPUTE-BONUS-TAX.
           IF TX-EFF-PERIOD NOT = SPACES OR TX-EFF-ANNUAL NOT = SPACES
               MOVE Y_GROSS TO BN-YTD-TAXABLE
               PERFORM VARYING TY-IX FROM 1 BY 1 UNTIL TY-IX > TY-COUNT
                   IF TY-EMP(TY-IX) = EMPLOYEE_NO
                       SUBTRACT TY-PRETAX(TY-IX) FROM BN-YTD-TAXABLE
                   END-IF
               END-PERFORM
               MOVE BN-YTD-TAXABLE TO TX-ANNUAL-TAXABLE
               PERFORM LOOKUP-ANNUAL-TAX-DUE
               MOVE TX-ANNUAL-DUE TO BN-DUE-BEFORE
               COMPUTE TX-ANNUAL-TAXABLE = BN-YTD-TAXABLE + BH_TAXABLE
               PERFORM LOOKUP-ANNUAL-TAX-DUE
               IF TX-ANNUAL-DUE > BN-DUE-BEFORE
                   COMPUTE BH_TAX = TX-ANNUAL-DUE - BN-DUE-BEFORE
               END-IF
           END-IF.

       WRITE-BONUS-PAYSLIP.
           MOVE BN-HOURS TO BN-HRS-DISP.
           MOVE RT-DAY-RATE TO BN-RATE-DISP.
           MOVE BH_BASIC TO BN-BASIC-DISP.
           MOVE BH_BONUS TO BN-BONUS-DISP.
           MOVE BH_EXEMPT TO BN-EXEMPT-DISP.
           MOVE BH_TAXABLE TO BN-TAXABLE-DISP.
           MOVE BH_TAX TO BN-TAX-DISP.
           MOVE BH_NET TO BN-NET-DISP.
           MOVE ALL "=" TO PAYSLIP-LINE.
           PERFORM PUT-PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "13TH MONTH PAY FOR YEAR " BN-YEAR
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM PUT-PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "EMPLOYEE NO: " EMPLOYEE_NO
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM PUT-PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "NAME: " FUNCTION TRIM(FULL_NAME)
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM PUT-PAYSLIP-LINE.
           IF BN-SEP-DATE NOT = SPACES
               MOVE SPACES TO PAYSLIP-LINE
               STRING "SEPARATED " BN-SEP-DATE
                   ", PRORATED TO SEPARATION DATE"
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM PUT-PAYSLIP-LINE
           END-IF.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "BASIC HRS (REG + LEAVE): " FUNCTION TRIM(BN-HRS-DISP)
               " AT " FUNCTION TRIM(BN-RATE-DISP)
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM PUT-PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "BASIC PAY EARNED: " FUNCTION TRIM(BN-BASIC-DISP)
               " 13TH MONTH (1/12): " FUNCTION TRIM(BN-BONUS-DISP)
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM PUT-PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "TAX-EXEMPT: " FUNCTION TRIM(BN-EXEMPT-DISP)
               " TAXABLE EXCESS: " FUNCTION TRIM(BN-TAXABLE-DISP)
               " TAX: " FUNCTION TRIM(BN-TAX-DISP)
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM PUT-PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "NET PAY: " FUNCTION TRIM(BN-NET-DISP)
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM PUT-PAYSLIP-LINE.
           MOVE ALL "=" TO PAYSLIP-LINE.
           PERFORM PUT-PAYSLIP-LINE.

       WRITE-BONUS-REGISTER-ROW.
           MOVE Y_REG_HRS TO BN-HRS-DISP.
           MOVE Y_LEAVE_HRS TO BN-LV-DISP.
           MOVE SPACES TO BONUS-REGISTER-LINE.
           STRING EMPLOYEE_NO ","
               FUNCTION TRIM(FULL_NAME) ","
               BN-YEAR ","
               FUNCTION TRIM(BN-HRS-DISP) ","
               FUNCTION TRIM(BN-LV-DISP) ","
               FUNCTION TRIM(BN-RATE-DISP) ","
               FUNCTION TRIM(BN-BASIC-DISP) ","
               FUNCTION TRIM(BN-BONUS-DISP) ","
               FUNCTION TRIM(BN-EXEMPT-DISP) ","
               FUNCTION TRIM(BN-TAXABLE-DISP) ","
               FUNCTION TRIM(BN-TAX-DISP) ","
               FUNCTION TRIM(BN-NET-DISP) ","
               BN-SEP-DATE
               DELIMITED BY SIZE INTO BONUS-REGISTER-LINE.
           WRITE BONUS-REGISTER-LINE.

       LIST-BONUS-FOR-EMP.
           OPEN INPUT BONUS-HISTORY.
           IF WS-BH-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-BH-EOF = 'Y'
                   READ BONUS-HISTORY INTO BONUS-HISTORY-INFO
                      AT END MOVE 'Y' TO WS-BH-EOF
                      NOT AT END
                          IF BH_EMPLOYEE_NO = Y_EMPLOYEE_NO
                                  AND BH_YEAR = Y_YEAR
                              MOVE BH_BONUS TO BN-BONUS-DISP
                              MOVE BH_TAX TO BN-TAX-DISP
                              MOVE BH_NET TO BN-NET-DISP
                              MOVE SPACES TO ANNUAL-LINE
                              STRING "13TH MONTH PAY: "
                                  FUNCTION TRIM(BN-BONUS-DISP)
                                  " TAX: " FUNCTION TRIM(BN-TAX-DISP)
                                  " NET: " FUNCTION TRIM(BN-NET-DISP)
                                  DELIMITED BY SIZE INTO ANNUAL-LINE
                              WRITE ANNUAL-LINE
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BONUS-HISTORY.
           MOVE 'N' TO WS-BH-EOF.

       OPEN-VARIANCE-REPORT.
           PERFORM LOAD-VARIANCE-POLICY.
           PERFORM FIND-PRIOR-CLOSED-PERIOD.
           PERFORM LOAD-PRIOR-PERIOD-PAY.
           PERFORM LOAD-PAID-BEFORE-TABLE.
           MOVE ZERO TO VR-CHECKED.
           MOVE ZERO TO VR-FLAGGED.
           MOVE ZERO TO VR-EXCEPTIONS.
           ACCEPT VR-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT VR-RUN-TIME FROM TIME.
           MOVE VP_PCT TO VR-PCT-LIMIT-DISP.
           OPEN OUTPUT VARIANCE-REPORT.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "PAYROLL VARIANCE REPORT  PERIOD " WS-PERIOD-ID
               "  RUN " VR-RUN-DATE " " VR-RUN-TIME
               DELIMITED BY SIZE INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-LINE.
           IF VR-PRIOR-ID = SPACES
               STRING "NO EARLIER CLOSED PERIOD ON FILE, SWING "
                   "CHECKS SKIPPED"
                   DELIMITED BY SIZE INTO VARIANCE-LINE
           ELSE
               STRING "COMPARED WITH CLOSED PERIOD " VR-PRIOR-ID
                   "  SWING LIMIT "
                   FUNCTION TRIM(VR-PCT-LIMIT-DISP) "%"
                   DELIMITED BY SIZE INTO VARIANCE-LINE
           END-IF.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "EMPLOYEE NO FULL NAME                 "
               "FLAG       DETAIL"
               DELIMITED BY SIZE INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

       FIND-PRIOR-CLOSED-PERIOD.
           MOVE SPACES TO VR-PRIOR-ID.
           OPEN INPUT PERIOD-LOG.
           IF WS-PL-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-PL-EOF = 'Y'
                   READ PERIOD-LOG
                      AT END MOVE 'Y' TO WS-PL-EOF
                      NOT AT END
                          IF W_P_PERIOD_ID < WS-PERIOD-ID
                                  AND W_P_PERIOD_ID > VR-PRIOR-ID
                              MOVE W_P_PERIOD_ID TO VR-PRIOR-ID
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PERIOD-LOG.
           MOVE 'N' TO WS-PL-EOF.

       LOAD-PRIOR-PERIOD-PAY.
           MOVE ZERO TO VH-COUNT.
           IF VR-PRIOR-ID NOT = SPACES
               OPEN INPUT PAYSLIP-HISTORY
               IF WS-PH-FILE-STATUS NOT = '35'
                   PERFORM UNTIL WS-PH-EOF = 'Y'
                       READ PAYSLIP-HISTORY
                          AT END MOVE 'Y' TO WS-PH-EOF
                          NOT AT END
                              IF W_PH_PERIOD = VR-PRIOR-ID
                                  PERFORM ADD-HISTORY-TO-VARIANCE
                              END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE PAYSLIP-HISTORY
               MOVE 'N' TO WS-PH-EOF
           END-IF.

       ADD-HISTORY-TO-VARIANCE.
           IF W_PH_LINE(1:11) = "TOTAL HRS: "
                   OR W_PH_LINE(1:12) = "DEDUCTIONS: "
               MOVE W_PH_EMPLOYEE_NO TO VR-EMP
               PERFORM FIND-PRIOR-PAY-ENTRY
               IF VH-PICK = ZERO AND VH-COUNT < 300
                   ADD 1 TO VH-COUNT
                   MOVE VH-COUNT TO VH-PICK
                   MOVE VR-EMP TO VH-EMP(VH-PICK)
                   MOVE ZERO TO VH-HRS(VH-PICK)
                   MOVE ZERO TO VH-GROSS(VH-PICK)
                   MOVE ZERO TO VH-NET(VH-PICK)
               END-IF
               IF VH-PICK > ZERO
                   MOVE SPACES TO VR-TOK1 VR-TOK2 VR-TOK3
                   MOVE SPACES TO VR-TOK4 VR-TOK5 VR-TOK6
                   UNSTRING W_PH_LINE DELIMITED BY ALL SPACE
                       INTO VR-TOK1 VR-TOK2 VR-TOK3
                            VR-TOK4 VR-TOK5 VR-TOK6
                   END-UNSTRING
                   IF W_PH_LINE(1:11) = "TOTAL HRS: "
                       MOVE FUNCTION NUMVAL(VR-TOK3)
                           TO VH-HRS(VH-PICK)
                       MOVE FUNCTION NUMVAL(VR-TOK6)
                           TO VH-GROSS(VH-PICK)
                   ELSE
                       MOVE FUNCTION NUMVAL(VR-TOK5)
                           TO VH-NET(VH-PICK)
                   END-IF
               END-IF
           END-IF.

       FIND-PRIOR-PAY-ENTRY.
           MOVE ZERO TO VH-PICK.
           PERFORM VARYING VH-IX FROM 1 BY 1
                   UNTIL VH-IX > VH-COUNT OR VH-PICK > ZERO
               IF VH-EMP(VH-IX) = VR-EMP
                   MOVE VH-IX TO VH-PICK
               END-IF
           END-PERFORM.

       LOAD-PAID-BEFORE-TABLE.
           MOVE ZERO TO VY-COUNT.
           OPEN INPUT YTD-EARNINGS.
           IF WS-YE-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-YE-EOF = 'Y'
                   READ YTD-EARNINGS
                      AT END MOVE 'Y' TO WS-YE-EOF
                      NOT AT END
                          MOVE W_Y_EMPLOYEE_NO TO VR-EMP
                          PERFORM CHECK-PAID-BEFORE
                          IF VR-PAID-BEFORE = 'N' AND VY-COUNT < 300
                              ADD 1 TO VY-COUNT
                              MOVE VR-EMP TO VY-EMP(VY-COUNT)
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE YTD-EARNINGS.
           MOVE 'N' TO WS-YE-EOF.

       CHECK-PAID-BEFORE.
           MOVE 'N' TO VR-PAID-BEFORE.
           PERFORM VARYING VY-IX FROM 1 BY 1
                   UNTIL VY-IX > VY-COUNT OR VR-PAID-BEFORE = 'Y'
               IF VY-EMP(VY-IX) = VR-EMP
                   MOVE 'Y' TO VR-PAID-BEFORE
               END-IF
           END-PERFORM.

       CHECK-EMPLOYEE-VARIANCE.
           ADD 1 TO VR-CHECKED.
           MOVE 'N' TO VR-EMP-FLAGGED.
           MOVE EMPLOYEE_NO TO VR-EMP.
           PERFORM FIND-PRIOR-PAY-ENTRY.
           PERFORM CHECK-PAID-BEFORE.
           IF VH-PICK > ZERO
               MOVE 'Y' TO VR-PAID-BEFORE
           END-IF.

           IF PR-GROSS-PAY = ZERO
               MOVE "UNPAID" TO VR-FLAG
               MOVE "ACTIVE EMPLOYEE WITH NO GROSS PAY THIS PERIOD"
                   TO VR-DETAIL
               PERFORM WRITE-VARIANCE-LINE
           ELSE
               IF VR-PAID-BEFORE = 'N'
                   MOVE "FIRST PAY" TO VR-FLAG
                   MOVE "NO PAY IN ANY EARLIER CLOSED PERIOD"
                       TO VR-DETAIL
                   PERFORM WRITE-VARIANCE-LINE
               END-IF
               IF PR-NET-PAY = ZERO
                   MOVE "ZERO NET" TO VR-FLAG
                   MOVE "DEDUCTIONS TOOK THE WHOLE GROSS PAY"
                       TO VR-DETAIL
                   PERFORM WRITE-VARIANCE-LINE
               END-IF
               IF VH-PICK > ZERO
                   MOVE "GROSS" TO VR-METRIC
                   MOVE PR-GROSS-PAY TO VR-CUR
                   MOVE VH-GROSS(VH-PICK) TO VR-PRIOR
                   PERFORM CHECK-VARIANCE-SWING
                   MOVE "HOURS" TO VR-METRIC
                   MOVE PR-TOTAL-HOURS TO VR-CUR
                   MOVE VH-HRS(VH-PICK) TO VR-PRIOR
                   PERFORM CHECK-VARIANCE-SWING
                   MOVE "NET" TO VR-METRIC
                   MOVE PR-NET-PAY TO VR-CUR
                   MOVE VH-NET(VH-PICK) TO VR-PRIOR
                   PERFORM CHECK-VARIANCE-SWING
               END-IF
           END-IF.

           IF VR-EMP-FLAGGED = 'Y'
               ADD 1 TO VR-FLAGGED
           END-IF.

       CHECK-VARIANCE-SWING.
           MOVE VR-CUR TO VR-CUR-DISP.
           MOVE VR-PRIOR TO VR-PRIOR-DISP.
           IF VR-PRIOR = ZERO
               IF VR-CUR > ZERO
                   MOVE "SWING" TO VR-FLAG
                   MOVE SPACES TO VR-DETAIL
                   STRING FUNCTION TRIM(VR-METRIC)
                       " WAS 0.00 LAST PERIOD, NOW "
                       FUNCTION TRIM(VR-CUR-DISP)
                       DELIMITED BY SIZE INTO VR-DETAIL
                   PERFORM WRITE-VARIANCE-LINE
               END-IF
           ELSE
               COMPUTE VR-PCT ROUNDED =
                   (VR-CUR - VR-PRIOR) * 100 / VR-PRIOR
                   ON SIZE ERROR MOVE 999999999.99 TO VR-PCT
               END-COMPUTE
               IF VR-PCT > VP_PCT OR VR-PCT < ZERO - VP_PCT
                   MOVE VR-PCT TO VR-PCT-DISP
                   MOVE "SWING" TO VR-FLAG
                   MOVE SPACES TO VR-DETAIL
                   STRING FUNCTION TRIM(VR-METRIC) " "
                       FUNCTION TRIM(VR-PCT-DISP) "% FROM "
                       FUNCTION TRIM(VR-PRIOR-DISP) " TO "
                       FUNCTION TRIM(VR-CUR-DISP)
                       DELIMITED BY SIZE INTO VR-DETAIL
                   PERFORM WRITE-VARIANCE-LINE
               END-IF
           END-IF.

       WRITE-VARIANCE-LINE.
           ADD 1 TO VR-EXCEPTIONS.
           MOVE 'Y' TO VR-EMP-FLAGGED.
           MOVE SPACES TO VARIANCE-LINE.
           STRING EMPLOYEE_NO " " FULL_NAME(1:25) " " VR-FLAG " "
               VR-DETAIL
               DELIMITED BY SIZE INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

       FINISH-VARIANCE-REPORT.
           MOVE VR-CHECKED TO VR-CHECKED-DISP.
           MOVE VR-FLAGGED TO VR-FLAGGED-DISP.
           MOVE VR-EXCEPTIONS TO VR-COUNT-DISP.
           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "EMPLOYEES CHECKED: " VR-CHECKED-DISP
               "  EMPLOYEES FLAGGED: " VR-FLAGGED-DISP
               "  EXCEPTIONS: " VR-COUNT-DISP
               DELIMITED BY SIZE INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "SUPERVISOR SIGN-OFF REQUIRED BEFORE PERIOD "
               WS-PERIOD-ID " CAN BE CLOSED"
               DELIMITED BY SIZE INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           CLOSE VARIANCE-REPORT.

           MOVE WS-PERIOD-ID TO VS_PERIOD.
           MOVE 'R' TO VS_TYPE.
           MOVE VR-RUN-DATE TO VS_DATE.
           MOVE VR-RUN-TIME TO VS_TIME.
           MOVE WS-LOGIN-EMP-NO TO VS_EMPLOYEE_NO.
           MOVE VR-EXCEPTIONS TO VS_EXCEPTIONS.
           MOVE PR-GRAND-TOTAL TO VS_GROSS.
           MOVE PR-GRAND-NET TO VS_NET.
           PERFORM APPEND-VARIANCE-SIGNOFF.

           MOVE SPACES TO WS-RUN-MSG.
           STRING "VARIANCE REPORT WRITTEN TO VARIANCE-REPORT.TXT: "
               VR-COUNT-DISP " EXCEPTIONS"
               DELIMITED BY SIZE INTO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.
           MOVE SPACES TO WS-RUN-MSG.
           STRING "PERIOD " WS-PERIOD-ID
               " NEEDS VARIANCE SIGN-OFF BEFORE CLOSE"
               DELIMITED BY SIZE INTO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.

       APPEND-VARIANCE-SIGNOFF.
           OPEN EXTEND VARIANCE-SIGNOFF.
           IF WS-VS-FILE-STATUS = '35'
               OPEN OUTPUT VARIANCE-SIGNOFF
               CLOSE VARIANCE-SIGNOFF
               OPEN EXTEND VARIANCE-SIGNOFF
           END-IF.
           MOVE VARIANCE-SIGNOFF-INFO TO VARIANCE-SIGNOFF-FILE.
           WRITE VARIANCE-SIGNOFF-FILE
           END-WRITE.
           CLOSE VARIANCE-SIGNOFF.

       CHECK-VARIANCE-SIGNOFF.
           MOVE 'N' TO VS-STATE.
           MOVE SPACES TO VS-RUN-DATE.
           MOVE SPACES TO VS-RUN-TIME.
           MOVE ZERO TO VS-RUN-EXCEPTIONS.
           MOVE ZERO TO VS-RUN-GROSS.
           MOVE ZERO TO VS-RUN-NET.
           MOVE 'N' TO VS-RUN-TOTALS.
           OPEN INPUT VARIANCE-SIGNOFF.
           IF WS-VS-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-VS-EOF = 'Y'
                   READ VARIANCE-SIGNOFF
                      AT END MOVE 'Y' TO WS-VS-EOF
                      NOT AT END
                          IF W_VS_PERIOD = WS-PERIOD-ID
                              MOVE VARIANCE-SIGNOFF-FILE
                                  TO VARIANCE-SIGNOFF-INFO
                              MOVE VS_TYPE TO VS-STATE
                              IF VS_TYPE = 'R'
                                  MOVE VS_DATE TO VS-RUN-DATE
                                  MOVE VS_TIME TO VS-RUN-TIME
                                  MOVE VS_EXCEPTIONS
                                      TO VS-RUN-EXCEPTIONS
                                  PERFORM KEEP-SIGNOFF-TOTALS
                              END-IF
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VARIANCE-SIGNOFF.
           MOVE 'N' TO WS-VS-EOF.

       KEEP-SIGNOFF-TOTALS.
           IF VS_GROSS IS NUMERIC AND VS_NET IS NUMERIC
               MOVE VS_GROSS TO VS-RUN-GROSS
               MOVE VS_NET TO VS-RUN-NET
               MOVE 'Y' TO VS-RUN-TOTALS
           ELSE
               MOVE ZERO TO VS-RUN-GROSS
               MOVE ZERO TO VS-RUN-NET
               MOVE 'N' TO VS-RUN-TOTALS
           END-IF.

       CHECK-SIGNOFF-TOTALS.
           MOVE 'Y' TO VS-TOTALS-OK.
           MOVE 'V' TO WS-PAY-MODE.
           MOVE ZERO TO PR-GRAND-TOTAL.
           MOVE ZERO TO PR-GRAND-DEDUCTIONS.
           MOVE ZERO TO PR-GRAND-NET.
           MOVE ZERO TO PR-GRAND-RETRO.
           MOVE ZERO TO PR-GRAND-RETRO-TAX.
           PERFORM LOAD-PAYROLL-INPUT-TABLES.
           PERFORM OPEN-USER-INFO-FOR-READ.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ USER-INFO NEXT RECORD INTO EMPLOYEE-INFO
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                          IF EMP-STATUS NOT = 'I'
                              PERFORM COMPUTE-EMPLOYEE-PAY
                          END-IF
                   END-READ
               END-PERFORM.
           CLOSE USER-INFO.
           MOVE 'N' TO WS-EOF.
           MOVE 'R' TO WS-PAY-MODE.
           IF VS-RUN-TOTALS NOT = 'Y'
               MOVE 'N' TO VS-TOTALS-OK
               MOVE SPACES TO WS-RUN-MSG
               STRING "SIGNED-OFF REPORT FOR PERIOD " WS-PERIOD-ID
                   " CARRIES NO PAY TOTALS"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
           ELSE
               IF PR-GRAND-TOTAL NOT = VS-RUN-GROSS
                       OR PR-GRAND-NET NOT = VS-RUN-NET
                   MOVE 'N' TO VS-TOTALS-OK
                   MOVE SPACES TO WS-RUN-MSG
                   STRING "PAY FOR PERIOD " WS-PERIOD-ID
                       " NO LONGER MATCHES THE SIGNED-OFF REPORT"
                       DELIMITED BY SIZE INTO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
                   MOVE VS-RUN-GROSS TO VS-GROSS-DISP
                   MOVE VS-RUN-NET TO VS-NET-DISP
                   MOVE SPACES TO WS-RUN-MSG
                   STRING "SIGNED OFF GROSS "
                       FUNCTION TRIM(VS-GROSS-DISP)
                       " NET " FUNCTION TRIM(VS-NET-DISP)
                       DELIMITED BY SIZE INTO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
                   MOVE PR-GRAND-TOTAL TO VS-GROSS-DISP
                   MOVE PR-GRAND-NET TO VS-NET-DISP
                   MOVE SPACES TO WS-RUN-MSG
                   STRING "RECOMPUTED GROSS "
                       FUNCTION TRIM(VS-GROSS-DISP)
                       " NET " FUNCTION TRIM(VS-NET-DISP)
                       DELIMITED BY SIZE INTO WS-RUN-MSG
                   PERFORM PUT-RUN-MESSAGE
               END-IF
           END-IF.
           IF VS-TOTALS-OK NOT = 'Y'
               MOVE SPACES TO WS-RUN-MSG
               STRING "CLOSE REFUSED, RUN THE PAYROLL REPORT AGAIN "
                   "AND HAVE IT SIGNED OFF"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
               PERFORM PUT-RUN-MESSAGE
           END-IF.

       PUT-SIGNOFF-REFUSAL.
           MOVE SPACES TO WS-RUN-MSG.
           IF VS-STATE = 'N'
               STRING "NO VARIANCE REPORT FOR PERIOD " WS-PERIOD-ID
                   ", RUN THE PAYROLL REPORT FIRST"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
           ELSE
               STRING "VARIANCE REPORT FOR PERIOD " WS-PERIOD-ID
                   " IS NOT SIGNED OFF"
                   DELIMITED BY SIZE INTO WS-RUN-MSG
           END-IF.
           PERFORM PUT-RUN-MESSAGE.
           MOVE "CLOSE REFUSED UNTIL A SUPERVISOR SIGNS OFF"
               TO WS-RUN-MSG.
           PERFORM PUT-RUN-MESSAGE.

       VARIANCE-SIGNOFF-MENU.
           DISPLAY "VARIANCE: 1-SIGN OFF A PERIOD, "
               "2-VIEW SIGN-OFF LOG, 3-SET SWING LIMIT %".
           DISPLAY "WRITE C TO GO BACK TO MENU".
           ACCEPT ASK-SEARCH-CHOICE.

           EVALUATE TRUE
               WHEN ASK-SEARCH-CHOICE = "C" OR ASK-SEARCH-CHOICE = "c"
                   PERFORM ASK-WHAT-TO-DO
               WHEN ASK-SEARCH-CHOICE = "1"
                   PERFORM SIGN-OFF-VARIANCE
               WHEN ASK-SEARCH-CHOICE = "2"
                   PERFORM VIEW-VARIANCE-SIGNOFFS
               WHEN ASK-SEARCH-CHOICE = "3"
                   PERFORM SET-VARIANCE-LIMIT
               WHEN OTHER
                   PERFORM VARIANCE-SIGNOFF-MENU
           END-EVALUATE.

       SIGN-OFF-VARIANCE.
           PERFORM SELECT-PERIOD-FROM-CALENDAR.
           PERFORM CHECK-PERIOD-ALREADY-CLOSED.
           PERFORM CHECK-VARIANCE-SIGNOFF.

           EVALUATE TRUE
               WHEN WS-PERIOD-CLOSED = 'Y'
                   DISPLAY "PERIOD " WS-PERIOD-ID
                       " IS ALREADY CLOSED, NOTHING TO SIGN"
               WHEN VS-STATE = 'N'
                   DISPLAY "NO VARIANCE REPORT FOR PERIOD "
                       WS-PERIOD-ID ", RUN THE PAYROLL REPORT FIRST"
               WHEN VS-STATE = 'S'
                   DISPLAY "PERIOD " WS-PERIOD-ID
                       " WAS SIGNED OFF BY " VS_EMPLOYEE_NO
                       " ON " VS_DATE " " VS_TIME
               WHEN WS-LOGIN-EMP-NO = ZERO OR WS-LOGIN-ROLE NOT = 'S'
                   DISPLAY "SIGN-OFF NEEDS A SUPERVISOR LOGIN"
               WHEN OTHER
                   PERFORM ASK-SIGNOFF-CONFIRM
           END-EVALUATE.
           PERFORM SPACE-ENTER.
           PERFORM VARIANCE-SIGNOFF-MENU.

       ASK-SIGNOFF-CONFIRM.
           MOVE VS-RUN-EXCEPTIONS TO VR-COUNT-DISP.
           DISPLAY "VARIANCE REPORT FOR PERIOD " WS-PERIOD-ID
               " RUN " VS-RUN-DATE " " VS-RUN-TIME.
           DISPLAY "EXCEPTIONS ON VARIANCE-REPORT.TXT: "
               VR-COUNT-DISP.
           DISPLAY "SIGN OFF AS REVIEWED (Y/N)?".
           ACCEPT YES-NO.
           EVALUATE TRUE
               WHEN YES-NO = "Y" OR YES-NO = "y"
                   PERFORM RECORD-VARIANCE-SIGNOFF
               WHEN YES-NO = "N" OR YES-NO = "n"
                   DISPLAY "SIGN-OFF CANCELLED...!"
               WHEN OTHER
                   PERFORM ASK-SIGNOFF-CONFIRM
           END-EVALUATE.

       RECORD-VARIANCE-SIGNOFF.
           MOVE WS-PERIOD-ID TO VS_PERIOD.
           MOVE 'S' TO VS_TYPE.
           ACCEPT VS_DATE FROM DATE YYYYMMDD.
           ACCEPT VS_TIME FROM TIME.
           MOVE WS-LOGIN-EMP-NO TO VS_EMPLOYEE_NO.
           MOVE VS-RUN-EXCEPTIONS TO VS_EXCEPTIONS.
           MOVE VS-RUN-GROSS TO VS_GROSS.
           MOVE VS-RUN-NET TO VS_NET.
           PERFORM APPEND-VARIANCE-SIGNOFF.
           MOVE SPACES TO AU-BEFORE.
           STRING "PERIOD " WS-PERIOD-ID " REPORT RUN " VS-RUN-DATE
               " " VS-RUN-TIME " EXCEPTIONS " VR-COUNT-DISP
               DELIMITED BY SIZE INTO AU-BEFORE.
           MOVE SPACES TO AU-AFTER.
           STRING "SIGNED OFF BY " VS_EMPLOYEE_NO " ON " VS_DATE
               " " VS_TIME
               DELIMITED BY SIZE INTO AU-AFTER.
           MOVE "VAR SIGN" TO AUDIT-ACTION.
           MOVE WS-LOGIN-EMP-NO TO EMPLOYEE_NO.
           PERFORM APPEND-AUDIT-RECORD.
           DISPLAY "VARIANCE REPORT SIGNED OFF...!".

       VIEW-VARIANCE-SIGNOFFS.
           OPEN INPUT VARIANCE-SIGNOFF.
           IF WS-VS-FILE-STATUS = '35'
               DISPLAY "NO VARIANCE REPORTS ON FILE"
           ELSE
               PERFORM UNTIL WS-VS-EOF = 'Y'
                   READ VARIANCE-SIGNOFF
                      AT END MOVE 'Y' TO WS-VS-EOF
                      NOT AT END
                          MOVE W_VS_EXCEPTIONS TO VR-COUNT-DISP
                          IF W_VS_TYPE = 'S'
                              DISPLAY W_VS_PERIOD " SIGNED OFF  "
                                  W_VS_DATE " " W_VS_TIME " BY "
                                  W_VS_EMPLOYEE_NO
                          ELSE
                              DISPLAY W_VS_PERIOD " REPORT RUN  "
                                  W_VS_DATE " " W_VS_TIME
                                  " EXCEPTIONS " VR-COUNT-DISP
                          END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VARIANCE-SIGNOFF.
           MOVE 'N' TO WS-VS-EOF.
           PERFORM SPACE-ENTER.
           PERFORM VARIANCE-SIGNOFF-MENU.

       SET-VARIANCE-LIMIT.
           PERFORM LOAD-VARIANCE-POLICY.
           MOVE VP_PCT TO VR-PCT-LIMIT-DISP.
           MOVE SPACES TO AU-BEFORE.
           IF WS-VP-FOUND = 'Y'
               DISPLAY "CURRENT SWING LIMIT %: " VR-PCT-LIMIT-DISP
               STRING "SWING LIMIT " FUNCTION TRIM(VR-PCT-LIMIT-DISP)
                   " SET " VP_SET_DATE " BY " VP_SET_BY
                   DELIMITED BY SIZE INTO AU-BEFORE
           ELSE
               DISPLAY "NO SWING LIMIT ON FILE YET, DEFAULT "
                   VR-PCT-LIMIT-DISP
           END-IF.
           DISPLAY "ENTER SWING LIMIT %, EX 20.00: ".
           ACCEPT VP_PCT.
           PERFORM SPACE-ENTER.
           ACCEPT VP_SET_DATE FROM DATE YYYYMMDD.
           MOVE WS-LOGIN-EMP-NO TO VP_SET_BY.
           OPEN OUTPUT VARIANCE-POLICY.
           MOVE VARIANCE-POLICY-INFO TO VARIANCE-POLICY-FILE.
           WRITE VARIANCE-POLICY-FILE
           END-WRITE.
           CLOSE VARIANCE-POLICY.
           MOVE VP_PCT TO VR-PCT-LIMIT-DISP.
           MOVE SPACES TO AU-AFTER.
           STRING "SWING LIMIT " FUNCTION TRIM(VR-PCT-LIMIT-DISP)
               " SET " VP_SET_DATE " BY " VP_SET_BY
               DELIMITED BY SIZE INTO AU-AFTER.
           MOVE "VAR PCT" TO AUDIT-ACTION.
           MOVE WS-LOGIN-EMP-NO TO EMPLOYEE_NO.
           PERFORM APPEND-AUDIT-RECORD.
           DISPLAY "SWING LIMIT SAVED...!".
           PERFORM SPACE-ENTER.
           PERFORM VARIANCE-SIGNOFF-MENU.

       LOAD-VARIANCE-POLICY.
           MOVE 'N' TO WS-VP-FOUND.
           MOVE 20.00 TO VP_PCT.
           MOVE SPACES TO VP_SET_DATE.
           MOVE ZERO TO VP_SET_BY.
           OPEN INPUT VARIANCE-POLICY.
           IF WS-VP-FILE-STATUS NOT = '35'
               READ VARIANCE-POLICY
                   AT END CONTINUE
                   NOT AT END
                       MOVE VARIANCE-POLICY-FILE
                           TO VARIANCE-POLICY-INFO
                       MOVE 'Y' TO WS-VP-FOUND
               END-READ
           END-IF.
           CLOSE VARIANCE-POLICY.
