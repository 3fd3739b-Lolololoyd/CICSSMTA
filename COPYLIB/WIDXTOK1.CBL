		       ADD 1 TO WIDX-IX
		   END-PERFORM
		   IF WIDX-WLEN >= 3
		       PERFORM 980-WRITE-INDEX-WORD THRU 980-EXIT
		   END-IF
	       END-IF
	   END-PERFORM
