      *> ***************************************************************
      *> ** Author: Gary L. Cutler                                    **
      *> **         CutlerGL@gmail.com                                **
      *> **                                                           **
      *> ** This copybook defines the parameter block for STRMAUTC,   **
      *> ** the authorization-check subprogram every sensitive        **
      *> ** utility function calls before it acts:                    **
      *> **                                                           **
      *> **    CALL "STRMAUTC" USING Strmauth-CB                      **
      *> **                                                           **
      *> ** Function C (check): the caller sets Auth-CB-Program,      **
      *> ** Auth-CB-Action and Auth-CB-Subject (the file, source or   **
      *> ** base the action is aimed at), and Auth-CB-Dual-Sw to Y    **
      *> ** when a second user's recorded approval is also needed.    **
      *> ** It gets back Auth-CB-Result-Sw - G granted, D denied -    **
      *> ** with the session user, the role that granted it, the      **
      *> ** approver when dual control applied, and on a denial the   **
      *> ** reason.  A caller refuses a denied action with RC 16.     **
      *> **                                                           **
      *> ** Function T (taken): after a granted action has run, the   **
      *> ** caller sets Auth-CB-Outcome-RC to the completion code it  **
      *> ** is about to end with and calls again, so the security     **
      *> ** log says the privileged action actually happened and how  **
      *> ** it ended, not just that it was allowed.                   **
      *> **                                                           **
      *> ** Function A (approve) is STRMAUTH APPROVE's: the session   **
      *> ** user, who must hold a role granting STRMAUTH APPROVE and  **
      *> ** must not be Auth-CB-Requester, records approval for the   **
      *> ** requester to perform Auth-CB-Program/Action on            **
      *> ** Auth-CB-Subject today; the approval's number comes back   **
      *> ** in Auth-CB-Approval-Id.                                   **
      *> **                                                           **
      *> ** The authorization file, the approvals file and the        **
      *> ** security log are owned by the STRMAUTH program; see the   **
      *> ** comments there.                                           **
      *> ***************************************************************
       01  Strmauth-CB.
           05 Auth-CB-Function                  PIC X(1).
              88 Auth-CB-Check                  VALUE 'C'.
              88 Auth-CB-Taken                  VALUE 'T'.
              88 Auth-CB-Approve                VALUE 'A'.
           05 Auth-CB-Program                   PIC X(08).
           05 Auth-CB-Action                    PIC X(10).
           05 Auth-CB-Subject                   PIC X(64).
           05 Auth-CB-Dual-Sw                   PIC X(1).
              88 Auth-CB-Dual-Required          VALUE 'Y'.
           05 Auth-CB-Outcome-RC                PIC 9(04).
           05 Auth-CB-Requester                 PIC X(16).
           05 Auth-CB-Approval-Id               PIC 9(06).
           05 Auth-CB-User                      PIC X(16).
           05 Auth-CB-Role                      PIC X(16).
           05 Auth-CB-Approver                  PIC X(16).
           05 Auth-CB-Result-Sw                 PIC X(1).
              88 Auth-CB-Granted                VALUE 'G'.
              88 Auth-CB-Denied                 VALUE 'D'.
           05 Auth-CB-Reason                    PIC X(40).
