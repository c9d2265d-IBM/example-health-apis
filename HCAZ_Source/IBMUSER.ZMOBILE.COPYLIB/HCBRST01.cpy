      ******************************************************************
      * Copyright 2014 IBM Corp. All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      * http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied.
      * See the License for the specific language governing permissions
      * and limitations under the License.
      ******************************************************************
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++
      * This file contains the generated language structure(s) for
      *  restful JSON schema 'selfBooking.json'.
      * This structure was generated using 'DFHJS2LS' at mapping level
      *  '3.0'.
      *
      *      06 self-booking-informat.
      *
      * 'patient_id': JSON schema type 'string', length 10.
      *        09 patient-id                    PIC X(10).
      *
      * 'username': portal user booking - the patient's own login
      *  or a proxy holding a PROXYGRANT for them.
      *  JSON schema type 'string', length 10.
      *        09 username                      PIC X(10).
      *
      * 'appointment_id': returned on POST, required on PUT.
      *  JSON schema type 'string', length 10.
      *        09 appointment-id                PIC X(10).
      *
      * 'provider_id': JSON schema type 'string', length 10.
      *        09 provider-id                   PIC X(10).
      *
      * 'appt_date': yyyy-mm-dd.
      *  JSON schema type 'string', length 10.
      *        09 appt-date                     PIC X(10).
      *
      * 'appt_time': hh.mm.ss, one of the free slots offered.
      *  JSON schema type 'string', length 8.
      *        09 appt-time                     PIC X(8).
      *
      * 'clinic': JSON schema type 'string', length 20.
      *        09 clinic                        PIC X(20).
      *
      * 'appt_type': JSON schema type 'string', length 6.
      *        09 appt-type                     PIC X(6).
      *
      * 'appt_status': B booked, C cancelled.
      *  JSON schema type 'string', length 1.
      *        09 appt-status                   PIC X(1).
      *
      * 'free_slot_count': returned on GET.
      *  JSON schema type 'string', length 2.
      *        09 free-slot-count               PIC X(2).
      *
      * 'free_slots': JSON schema type 'array', maxItems 8, of
      *  JSON schema type 'string', length 8.
      *        09 free-slots OCCURS 8.
      *          12 free-slot-time              PIC X(8).
      *
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

             06 self-booking-informat.
               09 patient-id                    PIC X(10).
               09 username                      PIC X(10).
               09 appointment-id                PIC X(10).
               09 provider-id                   PIC X(10).
               09 appt-date                     PIC X(10).
               09 appt-time                     PIC X(8).
               09 clinic                        PIC X(20).
               09 appt-type                     PIC X(6).
               09 appt-status                   PIC X(1).
               09 free-slot-count               PIC X(2).
               09 free-slots OCCURS 8.
                 12 free-slot-time              PIC X(8).
