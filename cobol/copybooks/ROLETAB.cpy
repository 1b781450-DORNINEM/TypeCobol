      ******************************************************************
      * ROLETAB - online role table record, one row per command a
      * role may use. Maintained as data on FUNDECL.ROLETAB.CTL; a
      * role with no row for a command is refused it. The command
      * codes the online transactions ask OperatorAuthorize for:
      *   INQUIRY  - account lookup (AccountInquiryOnline, and the
      *              lookup on SwapParametersOnline)
      *   SWAP     - principal/interest swap (SwapParametersOnline)
      *   CLOSE    - closed-flag toggle       (SwapParametersOnline)
      *   HOLD     - on-hold flag toggle      (SwapParametersOnline)
      *   DORMANT  - dormancy flag toggle     (SwapParametersOnline)
      *   MANUAL   - manual transaction entry (ManualEntryOnline)
      *   SUPVOVRD - supervisor approval of an over-limit manual
      *              entry                   (ManualEntryOnline)
      *   REJREPR  - SWAPSUM reject repair    (RejectRepairOnline)
      *   VELREVW  - unusual-activity alert review and dismissal
      *              (VelocityReviewOnline; escalating an alert to a
      *              hold also needs HOLD)
      * An inquiry-only role simply carries the one INQUIRY row.
      * All fields are USAGE DISPLAY so the table stays LINE
      * SEQUENTIAL and can be maintained in an editor.
      ******************************************************************
       01  ROLE-TABLE-RECORD.
           05  ROLE-CODE               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ROLE-FUNCTION           PIC X(08).
