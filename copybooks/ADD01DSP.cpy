000010*----------------------------------------------------------------
000020* ADD01DSP - THE CORRECTION/RESUBMISSION DISPOSITION TRACE
000030* RECORD, ONE PER EXCEPTION WORKED THROUGH ADD01FIX, KEYED BY THE
000040* ORIGINAL TRANSACTION-ID. SHOWS WHETHER THE REJECT WAS VOIDED OR
000050* RESUBMITTED AND, IF RESUBMITTED, UNDER WHICH BATCH-ID AND WITH
000056* WHICH CORRECTED VALUES, DEPARTMENT INCLUDED. WRITTEN BY
000062* ADD01FIX, READ BY THE LIFECYCLE INQUIRY (ADD01INQ), SO BOTH
000070* SHARE THIS LAYOUT.
000090*----------------------------------------------------------------
000100 01  ADD01-DISP-RECORD.
000110     05  TD-ORIG-TRAN-ID         PIC 9(06).
000160     05  TD-ITEM-CODE            PIC 9(05).
000170     05  TD-QUANTITY             PIC 9(02).
000180     05  TD-ORIG-REASON          PIC X(25).
000181     05  TD-DEPARTMENT           PIC X(08).
