000010*----------------------------------------------------------------
000020* DEPTMST - DEPARTMENT MASTER RECORD, KEYED BY DEPARTMENT CODE.
000030* THE ONE LIST OF DEPARTMENTS SHARED BY THE EXTENSION CHAIN AND
000040* STRUCTURE: ADD01 REJECTS A DETAIL CHARGED TO A DEPARTMENT NOT
000050* ON FILE (OR NO LONGER ACTIVE), STRUCTURE REFUSES TO DRAW A
000060* SLIP NUMBER FOR ONE, AND THE CHARGEBACK STATEMENT (ADD01CBK)
000070* PRINTS THE NAME. THE CODE IS THE SAME EIGHT CHARACTERS THE
000080* SLIP COUNTER (STRCTR) AND HISTORY (STRHIST) ARE KEYED BY.
000090* MAINTAINED BY DEPMAINT. A DEPARTMENT IS NEVER DELETED ONCE IT
000100* HAS BEEN CHARGED - IT IS MARKED INACTIVE SO ITS HISTORY STILL
000110* PRINTS UNDER ITS NAME.
000120*----------------------------------------------------------------
000130 01  DEPARTMENT-MASTER-RECORD.
000140     05  DM-DEPARTMENT-CODE      PIC X(08).
000150     05  DM-DESCRIPTION          PIC X(30).
000160     05  DM-STATUS               PIC X(01).
000170         88  DM-DEPARTMENT-ACTIVE           VALUE "A".
000180         88  DM-DEPARTMENT-INACTIVE         VALUE "I".
000190     05  DM-LAST-CHANGED         PIC 9(08).
