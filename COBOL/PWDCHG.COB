	   02 OM-PWD-EXPIRES  PIC X(8).
	   02 OM-FAIL-COUNT   PIC X(2).
	   02 OM-LOCKED       PIC X(1).
	   02 OM-AUTH-APPROVE PIC X(1).
	FD SECPARMS
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "SECPARMS.DAT"
	      05 OMT-EXPIRES  PIC X(8).
	      05 OMT-FAILS    PIC X(2).
	      05 OMT-LOCKED   PIC X(1).
	      05 OMT-APPROVE  PIC X(1).
	LINKAGE SECTION.
	01 PC-OPERATOR PIC X(10).
	01 PC-OLD-PWD  PIC X(10).
	                   TO OMT-EXPIRES(OM-COUNT)
	               MOVE OM-FAIL-COUNT TO OMT-FAILS(OM-COUNT)
	               MOVE OM-LOCKED TO OMT-LOCKED(OM-COUNT)
	               MOVE OM-AUTH-APPROVE
	                   TO OMT-APPROVE(OM-COUNT)
	           ELSE
	               DISPLAY "OPERMAST FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NO OPERATORS LOST"
	       MOVE OMT-EXPIRES(OM-IX) TO OM-PWD-EXPIRES
	       MOVE OMT-FAILS(OM-IX) TO OM-FAIL-COUNT
	       MOVE OMT-LOCKED(OM-IX) TO OM-LOCKED
	       MOVE OMT-APPROVE(OM-IX) TO OM-AUTH-APPROVE
	       WRITE OMREC
	   END-PERFORM.
	   CLOSE OPERMAST.
