000010*-----------------------------------------------------------*
000020* PARMOVR - RECORD LAYOUT OF THE KEYED FILE OF NEGOTIATED
000030* PER-SOURCE PARAM OVERRIDES, ONE RECORD PER SOURCE ID AND
000040* PARAM, HOLDING THE RESULT SALES AGREED WITH THE CUSTOMER,
000050* THE DATES BETWEEN WHICH IT APPLIES, WHO APPROVED IT AND
000060* WHY.  COPY THIS MEMBER UNDER THE FD WHEREVER THE FILE IS
000070* READ OR WRITTEN SO THE MAINTAINER (OverrideMaint) AND THE
000080* READER (FunctionExample) AGREE ON THE SAME KEY AND COLUMNS
000090* - THE SAME DISCIPLINE AS BATCHREG AND RATECARD.
000100*-----------------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION
000120*  2026-10-15  DM    ORIGINAL VERSION.  AN EXPIRY DATE OF
000130*                    99999999 MEANS OPEN-ENDED.
000140*-----------------------------------------------------------*
000150 01  PARM-OVERRIDE-RECORD.
000160     05  OV-OVERRIDE-KEY.
000170         10  OV-SOURCE-ID    PIC X(03).
000180         10  OV-PARAM        PIC S9(09)
000190                             SIGN LEADING SEPARATE CHARACTER.
000200     05  OV-RESULT           PIC S9(09)
000210                             SIGN LEADING SEPARATE CHARACTER.
000220     05  OV-EFFECTIVE-DATE   PIC 9(08).
000230     05  OV-EXPIRY-DATE      PIC 9(08).
000240         88  OV-OPEN-ENDED               VALUE 99999999.
000250     05  OV-APPROVER-ID      PIC X(08).
000260     05  OV-REASON           PIC X(30).
000270     05  OV-ENTERED-BY       PIC X(08).
000280     05  OV-ENTERED-DATE     PIC 9(08).
