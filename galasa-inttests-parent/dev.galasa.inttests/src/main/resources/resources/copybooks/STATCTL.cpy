000070* STATCTL-PROGRAM AND PASSING THE OPERATION CODE AND THE RETURN
000080* CODE THE OPERATION ENDED WITH.  CONTSTAT KEEPS ONE COUNTER
000090* PER DISTINCT PROGRAM/OPERATION/RETURN-CODE COMBINATION IN THE
000100* RECOVERABLE CONTSTAT TS QUEUE (SEE STATREC).  CONTACCT COUNTS
000102* ONLY THE ALERTS IT PUTS (SEE ALRTMSG) - OPERATION A, RETURN
000104* CODE 00 PUT OR 20 THE PUT FAILED.
000110*
000120* A GALASA TEST DRIVES THE SAME PROGRAM AS ITS OWN TRANSACTION
000130* WITH STATCTL-REQ-INQUIRE, WHICH RETURNS THE FULL COUNTER SET
