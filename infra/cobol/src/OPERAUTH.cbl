      *> session's operator identity (USER/LOGNAME) to the operations
      *> it may run, one grant per line:
      *>     <operator>|<operation>|<environment>
      *> where operation is DEPLOY, DESTROY, ROTATE or RESTORE (or *)
      *> and environment names one environment or *. The verdict comes
      *> back as Y or N, and every decision - grant or refusal - is
      *> written to the tamper-evident audit trail, which is the
      *> separation-of-duties evidence audit keeps asking for. An
