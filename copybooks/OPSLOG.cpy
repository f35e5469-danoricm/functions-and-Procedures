000080*-----------------------------------------------------------*
000090*  DATE        INIT  DESCRIPTION
000100*  2026-08-27  DM    ORIGINAL VERSION.
000101*  2026-10-15  DM    BatchWindow NOW READS THE LOG AS WELL, TO
000102*                    TIME EACH STEP FROM ITS START LINE TO ITS
000103*                    END LINE.
000110*-----------------------------------------------------------*
000120 01  OPS-LOG-RECORD.
000130     05  OP-PROGRAM-NAME     PIC X(16).
