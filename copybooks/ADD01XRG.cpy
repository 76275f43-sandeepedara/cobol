000070* FROM YESTERDAY - AND THE COLLECTOR REFUSES IT INSTEAD OF
000080* BUILDING A CLEAN-LOOKING INPUT OUT OF STALE DATA. THE TAKEN
000090* DATE AND TIME SAY WHEN THE TRANSMISSION FIRST CAME IN.
000091*
000092* THE PRE-COLLECTION FEED CHECK (ADD01CHK) ALSO PUTS A
000093* TRANSMISSION ON THE REGISTER THE FIRST TIME IT SEES THE FILE
000094* ON HAND, MARKED ARRIVED BUT NOT YET COLLECTED, WITH THE DATE
000095* AND TIME IT WAS FIRST SEEN. THE COLLECTOR TREATS AN ARRIVED-
000096* ONLY ENTRY AS FRESH AND MARKS IT COLLECTED WHEN IT TAKES THE
000097* TRANSMISSION IN. THE ARRIVAL STAMP IS WHAT THE SENDER
000098* PUNCTUALITY REPORT (ADD01PUN) MEASURES AGAINST THE CUTOFF ON
000099* THE FEED SCHEDULE (SEE ADD01FSC). AN ENTRY WITH A BLANK
000100* STATUS PREDATES THE CHECK AND IS COLLECTED.
000105*----------------------------------------------------------------
000110 01  ADD01-XMIT-REG-RECORD.
000120     05  XRG-KEY.
000130         10  XRG-SENDER          PIC X(03).
000160     05  XRG-TAKEN-DATE          PIC 9(08).
000170     05  XRG-TAKEN-TIME          PIC 9(08).
000180     05  XRG-FEED-NUMBER         PIC 9(01).
000181     05  XRG-ENTRY-STATUS        PIC X(01).
000182         88  XRG-ARRIVAL-ONLY               VALUE "A".
000183         88  XRG-COLLECTED                  VALUE "C" " ".
000184     05  XRG-ARRIVED-DATE        PIC 9(08).
000185     05  XRG-ARRIVED-TIME        PIC 9(08).
