      * Message ids used by SM000 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM000'.
	   05  FILLER		 PIC 9(03) VALUE 069.
	   05  FILLER		 PIC X(08) VALUE 'SM000001'.
	   05  FILLER		 PIC X(79) VALUE
	       'ENTER OPTION AND PRESS ENTER'.
	   05  FILLER		 PIC X(08) VALUE 'SM000002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Nothing waiting for acknowledgment'.
	   05  FILLER		 PIC X(08) VALUE 'SM000003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Notice acknowledged - thank you'.
	   05  FILLER		 PIC X(08) VALUE 'SM000004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket opened - pending approval'.
	   05  FILLER		 PIC X(08) VALUE 'SM000005'.
	   05  FILLER		 PIC X(79) VALUE
	       'No ticket opened - glad the article helped'.
	   05  FILLER		 PIC X(08) VALUE 'SM000006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket selected - enter an option'.
	   05  FILLER		 PIC X(08) VALUE 'SM000007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Acknowledge the notice with PF4 to continue'.
	   05  FILLER		 PIC X(08) VALUE 'SM000008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed'.
	   05  FILLER		 PIC X(08) VALUE 'SM000009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Administration menu'.
	   05  FILLER		 PIC X(08) VALUE 'SM000010'.
	   05  FILLER		 PIC X(79) VALUE
	       '1=Log 2=Msg 3=Who 4=Pstl 5=Recert 6-8=Maint 0=Bk'.
	   05  FILLER		 PIC X(08) VALUE 'SM000011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Services menu - 9=Delegation C=Call log 0=Back'.
	   05  FILLER		 PIC X(08) VALUE 'SM000012'.
	   05  FILLER		 PIC X(79) VALUE
	       '1=Rsg 2=PIN 3=Arc 4=Spl 5=Rop 6=Cal 7=Prm 8=Rsl'.
	   05  FILLER		 PIC X(08) VALUE 'SM000013'.
	   05  FILLER		 PIC X(79) VALUE
	       'Option Required'.
	   05  FILLER		 PIC X(08) VALUE 'SM000014'.
	   05  FILLER		 PIC X(79) VALUE
	       'Option Invalid value'.
	   05  FILLER		 PIC X(08) VALUE 'SM000015'.
	   05  FILLER		 PIC X(79) VALUE
	       'Admin: 1=Log 2=Msg 3=Who 4=Pstl 5=Cert 6-8 0=Bk'.
	   05  FILLER		 PIC X(08) VALUE 'SM000016'.
	   05  FILLER		 PIC X(79) VALUE
	       'Svcs: 1-9 (8=Resl 9=Dlgt) C=Calls 0=Back'.
	   05  FILLER		 PIC X(08) VALUE 'SM000017'.
	   05  FILLER		 PIC X(79) VALUE
	       'Opts: 1-5=Tkt 6=List 7=ApprQ 8=Log 9=Adm 0=Svc'.
	   05  FILLER		 PIC X(08) VALUE 'SM000018'.
	   05  FILLER		 PIC X(79) VALUE
	       'Returned to main menu'.
	   05  FILLER		 PIC X(08) VALUE 'SM000019'.
	   05  FILLER		 PIC X(79) VALUE
	       'Administration menu expects 1-8 or 0'.
	   05  FILLER		 PIC X(08) VALUE 'SM000020'.
	   05  FILLER		 PIC X(79) VALUE
	       'Services menu expects 1-9, C or 0'.
	   05  FILLER		 PIC X(08) VALUE 'SM000021'.
	   05  FILLER		 PIC X(79) VALUE
	       'PIN expired - change it via Services menu'.
	   05  FILLER		 PIC X(08) VALUE 'SM000022'.
	   05  FILLER		 PIC X(79) VALUE
	       'Incorrect PIN - re-enter or PF3 to cancel'.
	   05  FILLER		 PIC X(08) VALUE 'SM000023'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter PIN to confirm this action'.
	   05  FILLER		 PIC X(08) VALUE 'SM000024'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket number not recognized'.
	   05  FILLER		 PIC X(08) VALUE 'SM000025'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket is outside your regions'.
	   05  FILLER		 PIC X(08) VALUE 'SM000026'.
	   05  FILLER		 PIC X(79) VALUE
	       'INQUIRY access cannot open new tickets'.
	   05  FILLER		 PIC X(08) VALUE 'SM000027'.
	   05  FILLER		 PIC X(79) VALUE
	       'Option 2 requires ADMIN access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000028'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket pending approval'.
	   05  FILLER		 PIC X(08) VALUE 'SM000029'.
	   05  FILLER		 PIC X(79) VALUE
	       'Awaiting APPROVER sign-off via option 3'.
	   05  FILLER		 PIC X(08) VALUE 'SM000030'.
	   05  FILLER		 PIC X(79) VALUE
	       'Option 3 requires APPROVER access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000031'.
	   05  FILLER		 PIC X(79) VALUE
	       'Cannot approve your own ticket'.
	   05  FILLER		 PIC X(08) VALUE 'SM000032'.
	   05  FILLER		 PIC X(79) VALUE
	       'Another APPROVER must sign it off'.
	   05  FILLER		 PIC X(08) VALUE 'SM000033'.
	   05  FILLER		 PIC X(79) VALUE
	       'First approval recorded'.
	   05  FILLER		 PIC X(08) VALUE 'SM000034'.
	   05  FILLER		 PIC X(79) VALUE
	       'A second approver must also sign off'.
	   05  FILLER		 PIC X(08) VALUE 'SM000035'.
	   05  FILLER		 PIC X(79) VALUE
	       'First approval was already yours'.
	   05  FILLER		 PIC X(08) VALUE 'SM000036'.
	   05  FILLER		 PIC X(79) VALUE
	       'A different approver must second it'.
	   05  FILLER		 PIC X(08) VALUE 'SM000037'.
	   05  FILLER		 PIC X(79) VALUE
	       'Cost estimate needs higher authority'.
	   05  FILLER		 PIC X(08) VALUE 'SM000038'.
	   05  FILLER		 PIC X(79) VALUE
	       'Band approver or one above must sign'.
	   05  FILLER		 PIC X(08) VALUE 'SM000039'.
	   05  FILLER		 PIC X(79) VALUE
	       'Reschedule it clear of the window'.
	   05  FILLER		 PIC X(08) VALUE 'SM000040'.
	   05  FILLER		 PIC X(79) VALUE
	       'Option 4 requires SERVICE access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000041'.
	   05  FILLER		 PIC X(79) VALUE
	       'Option 5 requires ADMIN or SERVICE access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000042'.
	   05  FILLER		 PIC X(79) VALUE
	       'Resolution code required to close'.
	   05  FILLER		 PIC X(08) VALUE 'SM000043'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key an active resl0001 code in the RESL field'.
	   05  FILLER		 PIC X(08) VALUE 'SM000044'.
	   05  FILLER		 PIC X(79) VALUE
	       'Resolution code not on file or inactive'.
	   05  FILLER		 PIC X(08) VALUE 'SM000045'.
	   05  FILLER		 PIC X(79) VALUE
	       'Minutes spent must be numeric'.
	   05  FILLER		 PIC X(08) VALUE 'SM000046'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key whole minutes in the MINS field or leave it blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM000047'.
	   05  FILLER		 PIC X(79) VALUE
	       'Option 7 requires APPROVER access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000048'.
	   05  FILLER		 PIC X(79) VALUE
	       'Reassign requires SERVICE or ADMIN access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000049'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket is closed - cannot reassign'.
	   05  FILLER		 PIC X(08) VALUE 'SM000050'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket number required'.
	   05  FILLER		 PIC X(08) VALUE 'SM000051'.
	   05  FILLER		 PIC X(79) VALUE
	       'Print spool requires SERVICE or ADMIN access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000052'.
	   05  FILLER		 PIC X(79) VALUE
	       'Reopen requires ADMIN or SERVICE access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000053'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket is not closed - nothing to reopen'.
	   05  FILLER		 PIC X(08) VALUE 'SM000054'.
	   05  FILLER		 PIC X(79) VALUE
	       'Calendar requires ADMIN or SERVICE access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000055'.
	   05  FILLER		 PIC X(79) VALUE
	       'Site parameters require ADMIN access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000056'.
	   05  FILLER		 PIC X(79) VALUE
	       'Resolution codes require SERVICE access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000057'.
	   05  FILLER		 PIC X(79) VALUE
	       'Delegation set-up requires APPROVER access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000058'.
	   05  FILLER		 PIC X(79) VALUE
	       'Call log requires SERVICE access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000059'.
	   05  FILLER		 PIC X(79) VALUE
	       'Security log requires ADMIN or INQUIRY access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000060'.
	   05  FILLER		 PIC X(79) VALUE
	       'Broadcast maintenance requires ADMIN access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000061'.
	   05  FILLER		 PIC X(79) VALUE
	       'Session list requires ADMIN access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000062'.
	   05  FILLER		 PIC X(79) VALUE
	       'Postal codes require SERVICE access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000063'.
	   05  FILLER		 PIC X(79) VALUE
	       'Option 6 requires ADMIN or INQUIRY access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000064'.
	   05  FILLER		 PIC X(79) VALUE
	       'Option 7 requires ADMIN access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000065'.
	   05  FILLER		 PIC X(79) VALUE
	       'Option 8 requires SERVICE access'.
	   05  FILLER		 PIC X(08) VALUE 'SM000066'.
	   05  FILLER		 PIC X(79) VALUE
	       'Change window meets freeze &1'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Option not authorized for this user'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00014'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket not found'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00015'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket number searched: &1'.
