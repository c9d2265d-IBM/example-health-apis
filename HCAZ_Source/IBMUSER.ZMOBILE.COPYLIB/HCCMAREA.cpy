              05 CA-BRAILLE            PIC X(1).
              05 CA-DEAF-IND           PIC X(1).
              05 CA-BLIND-IND          PIC X(1).
              05 CA-ADMIN-SEX          PIC X(1).
      *       Imaging reports on file for the patient - the inquiry
      *       points the desk at the imaging screen when there are
              05 CA-IMG-REPORTS        PIC 9(2).
      *       National patient identifier, posted from the nightly
      *       trace response - never keyed on the update screen.
      *       Status blank not yet traced, T traced and awaiting the
      *       response, V verified, U no unique match on the trace,
      *       R trace gave a different identifier - on the worklist
              05 CA-NATIONAL-ID        PIC X(10).
              05 CA-NATID-STATUS       PIC X(1).
              05 CA-ADDITIONAL-DATA    PIC X(32142).
      *    Fields used in Add Patient User, login and password change
           03 CA-PATIENT-USER-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-USERNAME           PIC X(10).
              05 CA-REGIMEN-PHASES OCCURS 4 TIMES.
                 07 CA-PHASE-DAYS      PIC 9(3).
                 07 CA-PHASE-AMOUNT    PIC 9(3).
      *       Infectious-diseases approval code for a restricted
      *       antimicrobial - without it the order is refused
              05 CA-ABX-APPROVAL       PIC X(10).
              05 CA-ADDITIONAL-DATA    PIC X(32252).
      *    Fields used in UPD, ADD & DELETE meditation
           03 CA-MEDITATION-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-MEDITATION-NAME    PIC X(50).
                 07 CA-WBB-PATIENT-ID  PIC 9(10).
                 07 CA-WBB-NAME        PIC X(20).
                 07 CA-WBB-ISO         PIC X(1).
      *          Y when the latest falls / pressure-injury assessment
      *          this admission scored high risk
                 07 CA-WBB-FALLS-RISK  PIC X(1).
                 07 CA-WBB-PRESS-RISK  PIC X(1).
      *          D when a DNACPR decision is recorded
                 07 CA-WBB-RESUS       PIC X(1).
      *          Planned discharge date and, for a medically fit
      *          patient who cannot leave, why not
                 07 CA-WBB-EXP-DISCH   PIC X(10).
                 07 CA-WBB-DELAY       PIC X(4).
      *          Housekeeping list - D awaiting clean, X awaiting a
      *          deep clean after an isolation patient, and when the
      *          bed was released
                 07 CA-WBB-CLEAN       PIC X(1).
                 07 CA-WBB-RELEASED    PIC X(16).
      *       Expected discharge date (ISO) planned for the stay, and
      *       the delayed-discharge reason - CARE awaiting care
      *       package, TRAN transport, PHAR pharmacy, FAML family,
      *       OTHR other; blank when not delayed - with the date the
      *       current delay started
              05 CA-WB-EXP-DISCH       PIC X(10).
              05 CA-WB-DELAY-REASON    PIC X(4).
              05 CA-WB-DELAY-SINCE     PIC X(10).
      *       Clean done when housekeeping marks a released bed ready -
      *       S standard, D deep (required after isolation) - and by
      *       whom
              05 CA-WB-CLEAN-TYPE      PIC X(1).
              05 CA-WB-CLEANED-BY      PIC X(10).
              05 CA-ADDITIONAL-DATA    PIC X(32002).
      *    Fields used by the report distribution routing screen
           03 CA-RPTDIST-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-RD-REPORTID        PIC X(8).
      *       nonzero names the drug directly, zero leaves the
      *       dispensary to resolve the latest-taken dose itself
              05 CA-STK-MED-ID         PIC 9(10).
      *       Price paid per unit on a receipt, in whole cents -
      *       kept on the lot for the medication cost analysis
              05 CA-STK-UNIT-COST      PIC X(8).
      *       Shelf the drug is kept on - stocktake count sheets
      *       run in shelf order
              05 CA-STK-SHELF          PIC X(6).
      *       Approved stocktake variance (counted less snapshot) to
      *       post against the drug/strength and its lot
              05 CA-STK-VARIANCE       PIC S9(7) SIGN LEADING SEPARATE.
              05 CA-ADDITIONAL-DATA    PIC X(32198).
      *    Fields used by the dead-letter review screen for the MQ
      *    device reading channel
           03 CA-DEADLETTER-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-PROB-DESC          PIC X(40).
              05 CA-PROB-ONSET         PIC X(10).
              05 CA-PROB-ACTIVE        PIC X(1).
      *       diagnosing clinician, and Y back when the code is on
      *       the notifiable-disease list and public health will be
      *       told
              05 CA-PROB-PROVIDER-ID   PIC 9(10).
              05 CA-PROB-NOTIFIABLE    PIC X(1).
              05 CA-PROB-COUNT         PIC 9(2).
              05 CA-PROB-LIST OCCURS 5 TIMES.
                 07 CA-PROBL-CODE      PIC X(10).
                 07 CA-PROBL-DESC      PIC X(40).
                 07 CA-PROBL-ACTIVE    PIC X(1).
              05 CA-ADDITIONAL-DATA    PIC X(32153).
      *    Fields used to record and inquire immunizations
           03 CA-IMMUN-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-IMM-VACCINE-CODE   PIC X(10).
                 07 CA-IMMH-DOSE       PIC 9(2).
                 07 CA-IMMH-GIVEN      PIC X(10).
                 07 CA-IMMH-LOT        PIC X(15).
      *          registry submission state - N new, C corrected (both
      *          awaiting the nightly extract), S sent, A accepted,
      *          R rejected with the registry's error, X withheld
                 07 CA-IMMH-PATIENT-ID PIC 9(10).
                 07 CA-IMMH-REG-STATUS PIC X(1).
                 07 CA-IMMH-ERR-CODE   PIC X(8).
                 07 CA-IMMH-ERR-TEXT   PIC X(60).
              05 CA-ADDITIONAL-DATA    PIC X(31853).
      *    Fields used to maintain and inquire emergency contacts /
      *    next of kin
           03 CA-CONTACT-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       flagged drugs need an authorized prescriber and every
      *       movement lands on the controlled-drug register
              05 CA-FORM-CTL-SCHED     PIC X(1).
      *       Y when the drug is unsafe in pregnancy - ordered during
      *       an open antenatal episode it needs an override reason
              05 CA-FORM-PREG-UNSAFE   PIC X(1).
      *       Antimicrobial stewardship - N not an antimicrobial,
      *       A antimicrobial, R restricted: started only with an
      *       infectious-diseases approval code
              05 CA-FORM-STEWARDSHIP   PIC X(1).
              05 CA-FORM-COUNT         PIC 9(2).
              05 CA-FORM-COMBOS OCCURS 5 TIMES.
                 07 CA-FORMC-STRENGTH  PIC X(20).
                 07 CA-FORMC-ROUTE     PIC X(20).
              05 CA-ADDITIONAL-DATA    PIC X(32146).
      *    Fields used to inquire last-run status of the batch jobs
           03 CA-JOBCONTROL-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-JOB-COUNT          PIC 9(2).
      *       Y back from booking when the patient needs an
      *       interpreter arranged for the appointment
              05 CA-APPT-INTERP        PIC X(1).
      *       Appointment type - the rooms and equipment it needs are
      *       declared on APPTTYPENEED and allocated at booking; the
      *       room allocated comes back for the booking clerk
              05 CA-APPT-TYPE          PIC X(6).
              05 CA-APPT-ROOM          PIC X(8).
              05 CA-ADDITIONAL-DATA    PIC X(32311).
      *    Fields used to maintain a provider's availability/session
      *    templates - the clinic sessions booking validates against
           03 CA-PROVSCHED-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
                 07 CA-MARL-TIME       PIC X(8).
      *          N=due Y=given W=withheld
                 07 CA-MARL-STATUS     PIC X(1).
      *       why a dose is withheld - RF refused, NB nil by mouth,
      *       CH clinically held, AW away from ward; the error
      *       reasons ME medication error, WP wrong patient and EF
      *       equipment failure also raise a safety incident
              05 CA-MAR-REASON         PIC X(2).
      *       the patient's wristband barcode as scanned at the
      *       bedside - a given dose is refused unless it is the
      *       dose patient's own band
              05 CA-MAR-SCAN           PIC X(14).
              05 CA-ADDITIONAL-DATA    PIC X(32102).
      *    Fields used to place, cancel and inquire lab orders - the
      *    ordering side of the LABIN result load
           03 CA-LABORDER-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       R=routine U=urgent
              05 CA-LBO-PRIORITY       PIC X(1).
              05 CA-LBO-PROVIDER-ID    PIC 9(10).
      *       who drew the specimen, for the collected action
              05 CA-LBO-COLLECTED-BY   PIC X(10).
              05 CA-LBO-COUNT          PIC 9(2).
              05 CA-LBO-LIST OCCURS 5 TIMES.
                 07 CA-LBOL-ID         PIC 9(10).
                 07 CA-LBOL-ORDERED    PIC X(19).
      *          O=ordered S=sent to the lab R=resulted X=cancelled
                 07 CA-LBOL-STATUS     PIC X(1).
      *          Y=specimen drawn, awaiting the result
                 07 CA-LBOL-COLLECTED  PIC X(1).
              05 CA-ADDITIONAL-DATA    PIC X(32229).
      *    Fields used by the consent register - typed consents with
      *    full history, read by the analytics extract, the outbound
      *    event delivery, the notification channels and the
      *    next-of-kin disclosure instead of scattered flags
           03 CA-CONSENT-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       RESEARCH, DATASHARE, SMS, NOKDISC, PROXYDISC, SURGERY
              05 CA-CNS-TYPE           PIC X(9).
      *       G=granted W=withdrawn
              05 CA-CNS-STATUS         PIC X(1).
              05 CA-CM-EFF-DATE        PIC X(10).
              05 CA-CM-RETIRED         PIC X(1).
              05 CA-CM-AUTHREQ         PIC X(1).
      *       revenue account the code's charges post to on the
      *       daily general-ledger journal (HCGLBJ01)
              05 CA-CM-GL-ACCOUNT      PIC X(10).
              05 CA-ADDITIONAL-DATA    PIC X(32416).
      *    Fields used to capture and inquire patient-reported
      *    outcome questionnaires - answers score by summation
      *    against the PROMDEF definition, stored longitudinally,
              05 CA-MERGE-NEW-PATIENT-ID PIC 9(10).
              05 CA-MERGE-ROWS-MOVED     PIC 9(07).
              05 CA-ADDITIONAL-DATA      PIC X(32455).
      *    Fields used by the anticoagulation clinic - the enrolment
      *    (target INR range, next test, weekly warfarin dose) and
      *    the INR review worklist every posted INR lands on
           03 CA-ANTICOAG-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       range and dose keyed as decimals, e.g. 2.0 / 3.0 / 37.5
              05 CA-AC-INR-LOW         PIC X(4).
              05 CA-AC-INR-HIGH        PIC X(4).
              05 CA-AC-NEXT-TEST       PIC X(10).
              05 CA-AC-WEEKLY-DOSE     PIC X(6).
              05 CA-AC-ACTIVE          PIC X(1).
              05 CA-AC-REVIEW-ID       PIC 9(10).
      *       signed-on clinician recording the new dose
              05 CA-AC-CLINICIAN       PIC X(10).
              05 CA-AC-COUNT           PIC 9(2).
              05 CA-AC-REVIEWS OCCURS 6 TIMES.
                 07 CA-ACR-REVIEW-ID   PIC 9(10).
                 07 CA-ACR-PATIENT-ID  PIC 9(10).
                 07 CA-ACR-INR         PIC X(6).
                 07 CA-ACR-RANGE       PIC X(9).
      *          current warfarin order - strength and frequency
                 07 CA-ACR-DOSE        PIC X(20).
                 07 CA-ACR-WEEKLY      PIC X(6).
              05 CA-ADDITIONAL-DATA    PIC X(32069).
      *    Fields used by the antenatal episode - one open pregnancy
      *    per patient from booking to outcome, with the gestation
      *    as at a given date worked out on inquiry
           03 CA-ANTENATAL-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-AN-EPISODE-ID      PIC 9(10).
              05 CA-AN-LMP-DATE        PIC X(10).
              05 CA-AN-EDD-DATE        PIC X(10).
              05 CA-AN-GRAVIDA         PIC 9(2).
              05 CA-AN-PARITY          PIC 9(2).
              05 CA-AN-BOOKING-FAC     PIC X(4).
      *       O open, C closed with an outcome
              05 CA-AN-STATUS          PIC X(1).
      *       L live birth, S stillbirth, M miscarriage,
      *       T termination, E ectopic
              05 CA-AN-OUTCOME         PIC X(1).
              05 CA-AN-OUTCOME-DATE    PIC X(10).
      *       gestation is worked out as at this date - blank for
      *       today
              05 CA-AN-ASOF-DATE       PIC X(10).
              05 CA-AN-GEST-WEEKS      PIC 9(2).
              05 CA-AN-GEST-DAYS       PIC 9(1).
              05 CA-ADDITIONAL-DATA    PIC X(32419).
      *    Fields used by the inpatient risk assessments - a scored
      *    falls (F, Morse) or pressure-injury (P, Braden) assessment
      *    against the current admission, and the latest of each
      *    with when it is next due
           03 CA-RISKASSESS-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-FP-TYPE            PIC X(1).
              05 CA-FP-SCORE           PIC 9(3).
              05 CA-FP-ASSESSED-BY     PIC X(10).
      *       H high, M medium, L low - worked out from the score
              05 CA-FP-LEVEL           PIC X(1).
              05 CA-FP-NEXT-DUE        PIC X(16).
              05 CA-FP-LATEST OCCURS 2 TIMES.
                 07 CA-FPL-TYPE        PIC X(1).
                 07 CA-FPL-SCORE       PIC 9(3).
                 07 CA-FPL-LEVEL       PIC X(1).
                 07 CA-FPL-ASSESSED    PIC X(16).
                 07 CA-FPL-NEXT-DUE    PIC X(16).
      *          Y when the next assessment is already past due
                 07 CA-FPL-OVERDUE     PIC X(1).
              05 CA-ADDITIONAL-DATA    PIC X(32375).
      *    Fields used by fluid balance charting - intake and output
      *    volumes recorded against the current admission, with the
      *    balance for the 24 hours since midnight and the ward's
      *    balance limit
           03 CA-FLUIDBAL-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       intake OR oral, IV intravenous; output UR urine,
      *       DR drain, VO vomit
              05 CA-FB-ROUTE           PIC X(2).
              05 CA-FB-VOLUME          PIC 9(5).
              05 CA-FB-RECORDED-BY     PIC X(10).
              05 CA-FB-WARD            PIC X(4).
              05 CA-FB-LIMIT           PIC 9(5).
              05 CA-FB-INTAKE          PIC 9(6).
              05 CA-FB-OUTPUT          PIC 9(6).
              05 CA-FB-NET             PIC S9(6).
      *       + / - when the net balance is beyond the ward limit
              05 CA-FB-FLAG            PIC X(1).
              05 CA-ADDITIONAL-DATA    PIC X(32437).
      *    Fields used by the resuscitation status record - the
      *    patient's resuscitation decision and any advance directive,
      *    who made the decision and when it is due for review
           03 CA-RESUS-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       F full resuscitation, D DNACPR
              05 CA-RS-STATUS          PIC X(1).
      *       Y when an advance directive is held, with where it is
      *       and what it covers
              05 CA-RS-DIRECTIVE       PIC X(1).
              05 CA-RS-DIRECTIVE-NOTE  PIC X(40).
              05 CA-RS-DECISION-DATE   PIC X(10).
      *       Senior clinician who made the decision - a PROVIDER
      *       registry id, with the surname returned for display
              05 CA-RS-CLINICIAN-ID    PIC 9(10).
              05 CA-RS-CLINICIAN-NAME  PIC X(20).
              05 CA-RS-REVIEW-DATE     PIC X(10).
              05 CA-RS-RECORDED-BY     PIC X(10).
      *       Y when the review date has passed
              05 CA-RS-REVIEW-OVERDUE  PIC X(1).
              05 CA-ADDITIONAL-DATA    PIC X(32379).
      *    Fields used by the patient safety incident register -
      *    reported from the incident screen or raised by the MAR
      *    when a dose is withheld for an error reason
           03 CA-INCIDENT-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-IR-ID              PIC 9(10).
      *       FAL fall, MED medication error, WPT wrong patient,
      *       EQP equipment failure, OTH other
              05 CA-IR-TYPE            PIC X(3).
      *       N no harm, L low, M moderate, S severe, D death
              05 CA-IR-SEVERITY        PIC X(1).
      *       ward or clinic code where it happened
              05 CA-IR-LOCATION        PIC X(4).
              05 CA-IR-REPORTER        PIC X(10).
              05 CA-IR-NARRATIVE       PIC X(120).
              05 CA-IR-OWNER           PIC X(10).
      *       O open, I under investigation, C closed
              05 CA-IR-STATUS          PIC X(1).
              05 CA-IR-REPORTED        PIC X(16).
      *       S reported on the screen, M raised by the MAR
              05 CA-IR-SOURCE          PIC X(1).
              05 CA-ADDITIONAL-DATA    PIC X(32306).
      *    Fields used to record, confirm and inquire a suspected
      *    adverse drug reaction against one MEDICATION row
           03 CA-ADR-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-DR-ID              PIC 9(10).
              05 CA-DR-MEDICATION-ID   PIC 9(10).
              05 CA-DR-DRUG-NAME       PIC X(50).
              05 CA-DR-REACTION        PIC X(40).
      *       M mild, O moderate, S severe, L life-threatening,
      *       F fatal - S, L and F are reportable as serious
              05 CA-DR-SEVERITY        PIC X(1).
              05 CA-DR-ONSET-DATE      PIC X(10).
      *       R recovered, G recovering, N not recovered,
      *       S recovered with sequelae, F fatal, U unknown
              05 CA-DR-OUTCOME         PIC X(1).
              05 CA-DR-CONFIRMED       PIC X(1).
      *       Y on confirmation adds the drug to the ALLERGY list
              05 CA-DR-ADD-ALLERGY     PIC X(1).
              05 CA-DR-ALLERGY-ADDED   PIC X(1).
              05 CA-DR-REPORTED-BY     PIC X(10).
              05 CA-DR-RECORDED        PIC X(16).
              05 CA-DR-SUBMITTED       PIC X(10).
              05 CA-ADDITIONAL-DATA    PIC X(32321).
      *    Fields used to maintain and apply clinical order sets -
      *    named pathway bundles of formulary medications, lab tests
      *    and a follow-up appointment placed in one action
           03 CA-ORDERSET-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-OS-SET-CODE        PIC X(8).
              05 CA-OS-SET-NAME        PIC X(30).
      *       the ordering clinician every item is placed under
              05 CA-OS-PROVIDER-ID     PIC 9(10).
      *       one set item - M medication, L lab test, A follow-up
      *       appointment.  The name is the drug, the test code or
      *       the clinic; days is the course length of a medication
      *       or the follow-up interval of an appointment
              05 CA-OS-ITEM-SEQ        PIC 9(3).
              05 CA-OS-ITEM-TYPE       PIC X(1).
              05 CA-OS-ITEM-NAME       PIC X(50).
              05 CA-OS-ITEM-STRENGTH   PIC X(20).
              05 CA-OS-ITEM-AMOUNT     PIC 9(3).
              05 CA-OS-ITEM-ROUTE      PIC X(20).
              05 CA-OS-ITEM-FREQUENCY  PIC X(20).
              05 CA-OS-ITEM-PRIORITY   PIC X(1).
              05 CA-OS-ITEM-DAYS       PIC 9(3).
              05 CA-OS-PLACED-COUNT    PIC 9(2).
              05 CA-OS-REFUSED-COUNT   PIC 9(2).
              05 CA-OS-COUNT           PIC 9(2).
              05 CA-OS-LINES OCCURS 8 TIMES.
                 07 CA-OSL-SEQ         PIC 9(3).
                 07 CA-OSL-TYPE        PIC X(1).
                 07 CA-OSL-NAME        PIC X(20).
      *          P placed, R refused - blank on an inquiry, where
      *          the detail carries the item's defaults instead
                 07 CA-OSL-RESULT      PIC X(1).
                 07 CA-OSL-DETAIL      PIC X(24).
              05 CA-ADDITIONAL-DATA    PIC X(31915).
      *    Fields used to place, cancel and inquire imaging orders and
      *    to read back the radiology report loaded against them
           03 CA-IMAGING-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-IMG-ID             PIC 9(10).
      *       XR plain film, CT, MR, US ultrasound, NM nuclear
      *       medicine, FL fluoroscopy, MG mammography
              05 CA-IMG-MODALITY       PIC X(2).
              05 CA-IMG-BODY-PART      PIC X(20).
              05 CA-IMG-QUESTION       PIC X(60).
      *       R=routine U=urgent
              05 CA-IMG-URGENCY        PIC X(1).
              05 CA-IMG-PROVIDER-ID    PIC 9(10).
      *       O=ordered S=sent to radiology R=reported X=cancelled
              05 CA-IMG-STATUS         PIC X(1).
              05 CA-IMG-REPORTED       PIC X(19).
              05 CA-IMG-RADIOLOGIST    PIC X(20).
              05 CA-IMG-REPORT-TEXT    PIC X(240).
              05 CA-IMG-COUNT          PIC 9(2).
              05 CA-IMG-LIST OCCURS 5 TIMES.
                 07 CA-IMGL-ID         PIC 9(10).
                 07 CA-IMGL-MODALITY   PIC X(2).
                 07 CA-IMGL-BODY-PART  PIC X(20).
                 07 CA-IMGL-URGENCY    PIC X(1).
                 07 CA-IMGL-ORDERED    PIC X(19).
                 07 CA-IMGL-STATUS     PIC X(1).
              05 CA-ADDITIONAL-DATA    PIC X(31832).
      *    Fields used to run theatre sessions and book cases into
      *    them - a session is a room on a date between two times,
      *    its cases carry the pre-op checklist
           03 CA-THEATRE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-TH-SESSION-ID      PIC 9(10).
              05 CA-TH-ROOM            PIC X(8).
              05 CA-TH-SESS-DATE       PIC X(10).
      *       HH:MM:SS, as on FACCLOSE
              05 CA-TH-START           PIC X(8).
              05 CA-TH-END             PIC X(8).
              05 CA-TH-FACILITY        PIC X(4).
              05 CA-TH-SESS-MINUTES    PIC 9(4).
              05 CA-TH-BOOKED-MINUTES  PIC 9(4).
              05 CA-TH-CASE-ID         PIC 9(10).
              05 CA-TH-PROCEDURE       PIC X(40).
              05 CA-TH-SURGEON-ID      PIC 9(10).
              05 CA-TH-EST-MINUTES     PIC 9(3).
      *       GA general, RA regional, LA local, SD sedation
              05 CA-TH-ANAESTHETIC     PIC X(2).
      *       pre-op checklist - fasting and the allergy review are
      *       confirmed Y/N by the checking nurse; consent is read
      *       from the SURGERY type on the consent register and the
      *       allergy count from ALLERGY, never keyed
              05 CA-TH-FASTING         PIC X(1).
              05 CA-TH-ALLERGY-CHECKED PIC X(1).
              05 CA-TH-CHECKED-BY      PIC X(10).
              05 CA-TH-CONSENT         PIC X(1).
              05 CA-TH-ALLERGY-COUNT   PIC 9(2).
      *       C complete, I incomplete
              05 CA-TH-CHECKLIST       PIC X(1).
              05 CA-TH-COUNT           PIC 9(2).
              05 CA-TH-CASES OCCURS 8 TIMES.
                 07 CA-THC-CASE-ID     PIC 9(10).
                 07 CA-THC-PATIENT-ID  PIC 9(10).
                 07 CA-THC-PROCEDURE   PIC X(20).
                 07 CA-THC-EST-MINUTES PIC 9(3).
                 07 CA-THC-ANAESTHETIC PIC X(2).
      *          C consent, F fasting, A allergies - '-' where the
      *          item is not yet ticked
                 07 CA-THC-CHECKLIST   PIC X(3).
                 07 CA-THC-STATUS      PIC X(1).
              05 CA-ADDITIONAL-DATA    PIC X(31951).
      *    Fields used to maintain the notifiable-disease list - a
      *    lab test code (L) or diagnosis code (D) that must be
      *    reported to the health department
           03 CA-NOTIFIABLE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-ND-CODE-TYPE       PIC X(1).
              05 CA-ND-CODE            PIC X(10).
      *       lab codes only - blank means any result of the test is
      *       reportable, otherwise only a result equal to this value
      *       (an organism code, POS and the like)
              05 CA-ND-RESULT-MATCH    PIC X(10).
              05 CA-ND-DISEASE         PIC X(40).
              05 CA-ND-ACTIVE          PIC X(1).
              05 CA-ND-COUNT           PIC 9(2).
              05 CA-ND-LIST OCCURS 10 TIMES.
                 07 CA-NDL-CODE-TYPE   PIC X(1).
                 07 CA-NDL-CODE        PIC X(10).
                 07 CA-NDL-RESULT-MATCH PIC X(10).
                 07 CA-NDL-DISEASE     PIC X(30).
                 07 CA-NDL-ACTIVE      PIC X(1).
              05 CA-ADDITIONAL-DATA    PIC X(31898).
      *    Fields used to maintain the general-ledger account mapping
      *    for the daily journal - type M maps a payment method
      *    (C/Q/D/G/R), A an adjustment type (PAYTYPE of a method A
      *    row), C a control account (AR, REMIT, SUSP)
           03 CA-GLMAP-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-GL-MAP-TYPE        PIC X(1).
              05 CA-GL-MAP-CODE        PIC X(6).
              05 CA-GL-ACCOUNT         PIC X(10).
              05 CA-GL-DESC            PIC X(30).
              05 CA-GL-COUNT           PIC 9(2).
              05 CA-GL-LIST OCCURS 10 TIMES.
                 07 CA-GLL-MAP-TYPE    PIC X(1).
                 07 CA-GLL-MAP-CODE    PIC X(6).
                 07 CA-GLL-ACCOUNT     PIC X(10).
                 07 CA-GLL-DESC        PIC X(30).
              05 CA-ADDITIONAL-DATA    PIC X(31963).
      *    Fields used to agree and inquire a patient payment plan -
      *    an instalment amount at a frequency (W weekly, F
      *    fortnightly, M monthly) from a start date until the
      *    covered balance is paid, with the schedule generated on
      *    PAYPLANINST.  Status A in good standing, D missed an
      *    instalment, C completed, X cancelled
           03 CA-PAYPLAN-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-PP-PLAN-ID         PIC 9(10).
      *       keyed as whole cents, digits only; inquiry hands the
      *       amounts back formatted nnnnn.nn
              05 CA-PP-AMOUNT          PIC X(8).
              05 CA-PP-FREQUENCY       PIC X(1).
              05 CA-PP-START-DATE      PIC X(10).
      *       blank covers the patient's whole unpaid balance
              05 CA-PP-BALANCE         PIC X(8).
              05 CA-PP-STATUS          PIC X(1).
              05 CA-PP-INST-COUNT      PIC 9(3).
              05 CA-PP-PAID-TO-DATE    PIC X(8).
              05 CA-PP-LIST-COUNT      PIC 9(2).
              05 CA-PP-LIST OCCURS 6 TIMES.
                 07 CA-PPL-INST-NO     PIC 9(3).
                 07 CA-PPL-DUE-DATE    PIC X(10).
                 07 CA-PPL-AMOUNT      PIC X(8).
                 07 CA-PPL-PAID        PIC X(8).
                 07 CA-PPL-STATUS      PIC X(1).
              05 CA-ADDITIONAL-DATA    PIC X(32251).
      *    Fields used to recall and inquire a collection-agency
      *    placement - status P placed, R recalled in dispute, E
      *    dispute ended (normal cycle resumes), C collected in full
           03 CA-COLLECTION-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-DC-PLACEMENT-ID    PIC 9(10).
              05 CA-DC-STATUS          PIC X(1).
              05 CA-DC-REASON          PIC X(30).
              05 CA-DC-PLACED-DATE     PIC X(10).
      *       amounts handed back formatted nnnnn.nn
              05 CA-DC-BALANCE         PIC X(8).
              05 CA-DC-COLLECTED       PIC X(8).
              05 CA-DC-COMMISSION      PIC X(8).
              05 CA-DC-RECALL-DATE     PIC X(10).
              05 CA-DC-CHARGE-COUNT    PIC 9(3).
              05 CA-ADDITIONAL-DATA    PIC X(32394).
      *    Fields used to request, approve and inquire a patient
      *    refund of a credit balance - status R requested, A
      *    approved, X rejected, P paid (sent to accounts payable)
           03 CA-REFUND-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-CB-REFUND-ID       PIC 9(10).
      *       amounts handed back formatted nnnnn.nn; the requested
      *       amount is keyed as whole cents
              05 CA-CB-CREDIT          PIC X(8).
              05 CA-CB-PENDING         PIC X(8).
              05 CA-CB-AMOUNT          PIC X(8).
              05 CA-CB-REASON          PIC X(30).
              05 CA-CB-STATUS          PIC X(1).
      *       sign-on user making the request or the approval
              05 CA-CB-STAFF-USER      PIC X(10).
              05 CA-CB-REQUESTED-BY    PIC X(10).
              05 CA-CB-REQUESTED-DATE  PIC X(10).
              05 CA-CB-APPROVED-BY     PIC X(10).
              05 CA-ADDITIONAL-DATA    PIC X(32377).
      *    Fields used to apply for, decide and inquire a financial
      *    assistance award - decision P pending, A approved, D
      *    declined; an approved award discounts charges by its band's
      *    percentage between the effective dates
           03 CA-FINASSIST-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-FA-APP-ID          PIC 9(10).
              05 CA-FA-HOUSEHOLD       PIC 9(2).
      *       annual household income keyed as whole cents, handed
      *       back formatted nnnnnnn.nn
              05 CA-FA-INCOME          PIC X(10).
              05 CA-FA-DECISION        PIC X(1).
              05 CA-FA-BAND            PIC X(1).
              05 CA-FA-DISCOUNT-PCT    PIC X(6).
      *       effective dates YYYY-MM-DD - blank defaults to the
      *       decision date for one year
              05 CA-FA-EFF-FROM        PIC X(10).
              05 CA-FA-EFF-TO          PIC X(10).
      *       sign-on user making the application or the decision
              05 CA-FA-STAFF-USER      PIC X(10).
              05 CA-FA-APPLIED-BY      PIC X(10).
              05 CA-FA-APPLIED-DATE    PIC X(10).
              05 CA-FA-DECIDED-BY      PIC X(10).
              05 CA-ADDITIONAL-DATA    PIC X(32392).
      *    Fields used to inquire a claim against its payer contract
      *    and to raise or close an appeal on it - appeal status O
      *    open, W won, L lost
           03 CA-CLAIM-APPEAL-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-CR-CLAIM-ID        PIC 9(10).
              05 CA-CR-PAYER           PIC X(20).
              05 CA-CR-CHARGE-CODE     PIC X(6).
              05 CA-CR-SERVICE-DATE    PIC X(10).
              05 CA-CR-CLAIM-STATUS    PIC X(1).
      *       amounts handed back formatted nnnnn.nn, the shortfall
      *       signed (-nnnn.nn is paid over the contract)
              05 CA-CR-BILLED          PIC X(8).
              05 CA-CR-PAID            PIC X(8).
              05 CA-CR-CONTRACT        PIC X(8).
              05 CA-CR-SHORTFALL       PIC X(8).
              05 CA-CR-APPEAL-STATUS   PIC X(1).
              05 CA-CR-APPEAL-NOTE     PIC X(30).
              05 CA-CR-APPEAL-DATE     PIC X(10).
              05 CA-CR-APPEAL-BY       PIC X(10).
      *       sign-on user raising or closing the appeal
              05 CA-CR-STAFF-USER      PIC X(10).
              05 CA-ADDITIONAL-DATA    PIC X(32342).
      *    Fields used by the accounting period screen
           03 CA-ACCT-PERIOD-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       period id YYYY-MM
              05 CA-PE-PERIOD          PIC X(7).
              05 CA-PE-START-DATE      PIC X(10).
              05 CA-PE-END-DATE        PIC X(10).
      *       O open, C closed
              05 CA-PE-STATUS          PIC X(1).
              05 CA-PE-CLOSED-BY       PIC X(10).
              05 CA-PE-CLOSED-DATE     PIC X(10).
              05 CA-PE-REOPENED-BY     PIC X(10).
              05 CA-PE-REOPENED-DATE   PIC X(10).
              05 CA-PE-REASON          PIC X(30).
      *       supervisor sign-on reopening the period
              05 CA-PE-STAFF-USER      PIC X(10).
              05 CA-ADDITIONAL-DATA    PIC X(32374).
      *    Fields used by the inpatient episode coding screen
           03 CA-EPISODE-CODING-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-EP-EPISODE-ID      PIC 9(10).
              05 CA-EP-WARD            PIC X(4).
              05 CA-EP-ADMIT-DATE      PIC X(10).
              05 CA-EP-DISCH-DATE      PIC X(10).
      *       P awaiting coding, C coded
              05 CA-EP-STATUS          PIC X(1).
              05 CA-EP-PRIMARY-DIAG    PIC X(10).
      *       secondary diagnoses - seeded from the active problem
      *       list at discharge - and procedures for the stay
              05 CA-EP-SECONDARY-DIAG  PIC X(10) OCCURS 6 TIMES.
              05 CA-EP-PROCEDURE       PIC X(10) OCCURS 4 TIMES.
      *       case-mix group the coded episode groups to
              05 CA-EP-GROUP           PIC X(6).
              05 CA-EP-GROUP-DESC      PIC X(30).
              05 CA-EP-CODED-BY        PIC X(10).
              05 CA-EP-CODED-DATE      PIC X(10).
      *       sign-on user coding the episode
              05 CA-EP-STAFF-USER      PIC X(10).
              05 CA-ADDITIONAL-DATA    PIC X(32271).
      *    Fields used by ward shift staffing - the rostered and
      *    actual registered nurses and support workers for a ward's
      *    shift, the patients and high-acuity patients on the ward
      *    when it was recorded, and the ward's staffing plan
           03 CA-STAFFING-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-SF-WARD            PIC X(4).
              05 CA-SF-DATE            PIC X(10).
      *       E early, L late, N night
              05 CA-SF-SHIFT           PIC X(1).
              05 CA-SF-ROSTER-RN       PIC 9(3).
              05 CA-SF-ROSTER-SW       PIC 9(3).
      *       actual numbers - Y once the shift has started and they
      *       have been entered, else the roster is compared
              05 CA-SF-ACTUAL-SET      PIC X(1).
              05 CA-SF-ACTUAL-RN       PIC 9(3).
              05 CA-SF-ACTUAL-SW       PIC 9(3).
              05 CA-SF-RECORDED-BY     PIC X(10).
              05 CA-SF-PATIENTS        PIC 9(3).
              05 CA-SF-HIGH-ACUITY     PIC 9(3).
      *       plan - patients per RN, patients per support worker and
      *       the high-acuity patients the ward is staffed to carry
              05 CA-SF-PTS-PER-RN      PIC 9(2).
              05 CA-SF-PTS-PER-SW      PIC 9(2).
              05 CA-SF-ACUITY-MAX      PIC 9(3).
      *       R below the RN ratio, S below the support worker ratio,
      *       A high-acuity patients above the planned level
              05 CA-SF-FLAGS.
                 07 CA-SF-RN-FLAG      PIC X(1).
                 07 CA-SF-SW-FLAG      PIC X(1).
                 07 CA-SF-ACUITY-FLAG  PIC X(1).
              05 CA-ADDITIONAL-DATA    PIC X(32428).
      *    Fields used by patient transport booking - a journey for an
      *    outpatient appointment (there and, if asked, back) or home
      *    from a discharge, with the mobility help the crew needs and
      *    the patient's home-end address
           03 CA-TRANSPORT-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-PT-TRANSPORT-ID    PIC 9(10).
      *       A appointment, D discharge
              05 CA-PT-LINK-TYPE       PIC X(1).
              05 CA-PT-APPT-ID         PIC 9(10).
      *       A ambulant, W walking aid, C wheelchair, S stretcher
              05 CA-PT-MOBILITY        PIC X(1).
              05 CA-PT-ESCORT          PIC X(1).
              05 CA-PT-RETURN-TRIP     PIC X(1).
      *       from the patient's communication needs
              05 CA-PT-BLIND-IND       PIC X(1).
              05 CA-PT-DEAF-IND        PIC X(1).
      *       home end of the journey - blank takes the patient's
      *       address on file
              05 CA-PT-ADDRESS         PIC X(20).
              05 CA-PT-CITY            PIC X(20).
              05 CA-PT-POSTCODE        PIC X(10).
      *       clinic or ward end of the journey
              05 CA-PT-DESTINATION     PIC X(20).
              05 CA-PT-PICKUP-DATE     PIC X(10).
              05 CA-PT-PICKUP-TIME     PIC X(8).
      *       pick-up lead before an appointment, minutes
              05 CA-PT-LEAD-MINS       PIC 9(3).
      *       B booked, S sent to the contractor, X cancel to send,
      *       C cancelled, D done, N patient not ready / no-show
              05 CA-PT-STATUS          PIC X(1).
              05 CA-PT-BOOKED-BY       PIC X(10).
              05 CA-ADDITIONAL-DATA    PIC X(32354).
      *    Fields used to maintain clinic rooms and equipment per
      *    facility, and the resource types each appointment type
      *    needs
           03 CA-RESOURCE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-RB-RESOURCE-ID     PIC X(8).
              05 CA-RB-FACILITY        PIC X(4).
      *       R room, E equipment
              05 CA-RB-CLASS           PIC X(1).
              05 CA-RB-RES-TYPE        PIC X(6).
              05 CA-RB-DESCRIPTION     PIC X(30).
              05 CA-RB-ACTIVE          PIC X(1).
              05 CA-RB-APPT-TYPE       PIC X(6).
      *       resource types the appointment type needs, returned
      *       after a need is added or removed
              05 CA-RB-NEED-COUNT      PIC 9(2).
              05 CA-RB-NEEDS OCCURS 10 TIMES.
                 07 CA-RB-NEED-TYPE    PIC X(6).
              05 CA-ADDITIONAL-DATA    PIC X(32364).
      *    Fields used for secure messages between a patient (or a
      *    proxy acting for them) and a clinic's inbox, and for the
      *    staff replies
           03 CA-MESSAGE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-MG-MESSAGE-ID      PIC 9(10).
              05 CA-MG-CLINIC          PIC X(20).
      *       P from the patient, S reply from the clinic
              05 CA-MG-DIRECTION       PIC X(1).
              05 CA-MG-REPLY-TO-ID     PIC 9(10).
              05 CA-MG-SUBJECT         PIC X(40).
              05 CA-MG-TEXT            PIC X(280).
              05 CA-MG-SENT-BY         PIC X(10).
      *       portal username sending or reading - the patient's
      *       own, or a proxy's whose PROXYGRANT scope then applies
              05 CA-MG-ACTING-USER     PIC X(10).
              05 CA-MG-SENT-DATETIME   PIC X(26).
      *       N new, O opened, A answered, C closed with no reply
              05 CA-MG-STATUS          PIC X(1).
              05 CA-MG-ANSWERED-AT     PIC X(26).
              05 CA-MG-ANSWERED-BY     PIC X(10).
      *       latest clinic reply to the message
              05 CA-MG-REPLY-TEXT      PIC X(280).
      *       oldest open messages in the clinic inbox
              05 CA-MG-INBOX-COUNT     PIC 9(2).
              05 CA-MG-INBOX OCCURS 10 TIMES.
                 07 CA-MG-IN-MSG-ID    PIC 9(10).
                 07 CA-MG-IN-PATIENT   PIC 9(10).
                 07 CA-MG-IN-SENT      PIC X(16).
                 07 CA-MG-IN-SUBJECT   PIC X(30).
                 07 CA-MG-IN-STATUS    PIC X(1).
              05 CA-ADDITIONAL-DATA    PIC X(31086).
      *    Fields used for SMS replies to appointment reminders coming
      *    back from the gateway, and the front-desk worklist of the
      *    replies that could not be actioned
           03 CA-SMS-REPLY-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-SR-REPLY-ID        PIC 9(10).
              05 CA-SR-FROM-NUMBER     PIC X(20).
              05 CA-SR-TEXT            PIC X(160).
              05 CA-SR-GATEWAY-REF     PIC X(20).
      *       Y confirmed, C cancelled, W on the worklist, D dealt with,
      *       P staged from the gateway file and not yet worked
              05 CA-SR-OUTCOME         PIC X(1).
              05 CA-SR-APPT-ID         PIC 9(10).
              05 CA-SR-NOTIF-ID        PIC 9(10).
              05 CA-SR-WORKED-BY       PIC X(10).
              05 CA-SR-NOTE            PIC X(40).
      *       oldest replies waiting on the worklist
              05 CA-SR-COUNT           PIC 9(2).
              05 CA-SR-ENTRIES OCCURS 8 TIMES.
                 07 CA-SRE-ID          PIC 9(10).
                 07 CA-SRE-RECEIVED    PIC X(11).
                 07 CA-SRE-FROM        PIC X(15).
                 07 CA-SRE-TEXT        PIC X(30).
              05 CA-ADDITIONAL-DATA    PIC X(31671).
      *    Fields used for the national identifier review worklist -
      *    demographics the trace response disagreed with, resolved
      *    by taking the national value or keeping the local one
           03 CA-NATID-REVIEW-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-NR-REVIEW-ID       PIC 9(10).
      *       A accept the national value, K keep the local value
              05 CA-NR-OUTCOME         PIC X(1).
              05 CA-NR-WORKED-BY       PIC X(10).
      *       oldest open differences
              05 CA-NR-COUNT           PIC 9(2).
              05 CA-NR-ENTRIES OCCURS 8 TIMES.
                 07 CA-NRE-ID          PIC 9(10).
                 07 CA-NRE-PATIENT-ID  PIC 9(10).
                 07 CA-NRE-FIELD       PIC X(9).
                 07 CA-NRE-LOCAL       PIC X(20).
                 07 CA-NRE-NATIONAL    PIC X(20).
              05 CA-ADDITIONAL-DATA    PIC X(31907).
      *    Fields used for the social history - one dated assessment
      *    per row, kept so the history shows how it has changed
           03 CA-SOCIAL-HIST-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-SH-ASSESSED-DATE   PIC X(10).
      *       C current smoker, E ex-smoker, N never smoked
              05 CA-SH-SMOKING         PIC X(1).
              05 CA-SH-PACK-YEARS      PIC 9(3).
      *       alcohol units in a usual week
              05 CA-SH-ALCOHOL-UNITS   PIC 9(3).
              05 CA-SH-OCCUPATION      PIC X(30).
      *       A alone, F with family or others, S sheltered or
      *       supported housing, C care home, H no fixed abode
              05 CA-SH-LIVING          PIC X(1).
              05 CA-SH-RECORDED-BY     PIC X(10).
      *       latest assessments first, the first being current
              05 CA-SH-COUNT           PIC 9(2).
              05 CA-SH-ENTRIES OCCURS 6 TIMES.
                 07 CA-SHE-DATE        PIC X(10).
                 07 CA-SHE-SMOKING     PIC X(1).
                 07 CA-SHE-PACK-YEARS  PIC 9(3).
                 07 CA-SHE-ALCOHOL     PIC 9(3).
                 07 CA-SHE-LIVING      PIC X(1).
                 07 CA-SHE-OCCUPATION  PIC X(20).
              05 CA-ADDITIONAL-DATA    PIC X(32194).
      *    Fields used for complaints and compliments - one case per
      *    row, tracked from receipt through acknowledgement and
      *    response to closure
           03 CA-COMPLAINT-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-CQ-CASE-ID         PIC 9(10).
      *       C complaint, P compliment
              05 CA-CQ-CASE-TYPE       PIC X(1).
      *       L letter, E email, T telephone, P in person, W web,
      *       A advocate or representative
              05 CA-CQ-SOURCE          PIC X(1).
              05 CA-CQ-CATEGORY        PIC X(4).
              05 CA-CQ-FACILITY        PIC X(4).
              05 CA-CQ-CLINIC          PIC X(20).
              05 CA-CQ-WARD            PIC X(4).
              05 CA-CQ-STAFF-NAMED     PIC X(30).
              05 CA-CQ-SUMMARY         PIC X(60).
              05 CA-CQ-RECEIVED        PIC X(10).
              05 CA-CQ-ACK-DUE         PIC X(10).
              05 CA-CQ-ACK-SENT        PIC X(10).
              05 CA-CQ-RESPONSE-DUE    PIC X(10).
              05 CA-CQ-RESPONDED       PIC X(10).
      *       O open, A acknowledged, R responded, C closed
              05 CA-CQ-STATUS          PIC X(1).
              05 CA-CQ-USER            PIC X(10).
              05 CA-ADDITIONAL-DATA    PIC X(32287).
      *    Fields used by the pharmacy discharge-medication (TTO)
      *    verify and issue screen - one line per drug on the list
      *    built when the patient was discharged
           03 CA-DISCHARGE-MED-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-TTO-ID             PIC 9(10).
              05 CA-TTO-QTY            PIC 9(5).
              05 CA-TTO-USER           PIC X(10).
              05 CA-TTO-LISTED         PIC X(19).
              05 CA-TTO-COUNT          PIC 9(2).
              05 CA-TTO-LINES OCCURS 8 TIMES.
                 07 CA-TTOL-ID         PIC 9(10).
                 07 CA-TTOL-DRUG       PIC X(50).
                 07 CA-TTOL-STRENGTH   PIC X(20).
                 07 CA-TTOL-FREQUENCY  PIC X(20).
                 07 CA-TTOL-QTY        PIC 9(5).
      *          C continued from admission reconciliation, N new
      *          order during the stay
                 07 CA-TTOL-SOURCE     PIC X(1).
      *          P awaiting verification, V verified, I issued,
      *          X removed by the pharmacist
                 07 CA-TTOL-STATUS     PIC X(1).
              05 CA-ADDITIONAL-DATA    PIC X(31580).
      *    Fields used by the stocktake count entry screen
           03 CA-STOCKTAKE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-TKC-TAKE-ID        PIC 9(10).
              05 CA-TKC-LINE           PIC 9(5).
              05 CA-TKC-QTY            PIC 9(7).
              05 CA-TKC-USER           PIC X(10).
              05 CA-TKC-TAKEN          PIC X(19).
              05 CA-TKC-COUNT          PIC 9(2).
              05 CA-TKC-LINES OCCURS 8 TIMES.
                 07 CA-TKCL-LINE       PIC 9(5).
                 07 CA-TKCL-SHELF      PIC X(6).
                 07 CA-TKCL-DRUG       PIC X(50).
                 07 CA-TKCL-STRENGTH   PIC X(20).
                 07 CA-TKCL-LOT        PIC X(15).
                 07 CA-TKCL-COUNTED    PIC 9(7).
      *          S awaiting count, C counted, A variance approved and
      *          posted to stock
                 07 CA-TKCL-STATUS     PIC X(1).
              05 CA-ADDITIONAL-DATA    PIC X(31597).
      *    Fields used by the clinic letter approval screen - a list
      *    of draft letters for a consultant, or eight lines of one
      *    letter from the line keyed
           03 CA-CLINLETTER-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
              05 CA-CLT-LETTER-ID      PIC 9(10).
              05 CA-CLT-PROVIDER-ID    PIC 9(10).
              05 CA-CLT-LINE           PIC 9(5).
              05 CA-CLT-USER           PIC X(10).
      *       P queued, D drafted awaiting approval, A approved,
      *       S sent to the referrer
              05 CA-CLT-STATUS         PIC X(1).
              05 CA-CLT-SEEN           PIC X(19).
              05 CA-CLT-COUNT          PIC 9(2).
              05 CA-CLT-LINES OCCURS 8 TIMES.
                 07 CA-CLTL-TEXT       PIC X(70).
              05 CA-ADDITIONAL-DATA    PIC X(31865).
