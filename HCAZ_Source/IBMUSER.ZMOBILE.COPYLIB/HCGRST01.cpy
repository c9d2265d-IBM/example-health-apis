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
      *  restful JSON schema 'smsReply.json'.
      * This structure was generated using 'DFHJS2LS' at mapping level
      *  '3.0'.
      *
      *      06 sms-reply-informat.
      *
      * 'from_number': mobile number the reply came from, as the
      *  gateway holds it on the patient record.
      *  JSON schema type 'string', maxLength 20.
      *        09 from-number                   PIC X(20).
      *
      * 'message_text': JSON schema type 'string', maxLength 160.
      *        09 message-text                  PIC X(160).
      *
      * 'gateway_ref': the gateway's own id for the message, so a
      *  redelivery is recognised.
      *  JSON schema type 'string', maxLength 20.
      *        09 gateway-ref                   PIC X(20).
      *
      * 'outcome': returned - Y confirmed, C cancelled, W passed to
      *  the front desk.
      *  JSON schema type 'string', length 1.
      *        09 outcome                       PIC X(1).
      *
      * 'patient_id': returned when a reminder matched.
      *  JSON schema type 'string', length 10.
      *        09 patient-id                    PIC X(10).
      *
      * 'appointment_id': returned when a reminder matched.
      *  JSON schema type 'string', length 10.
      *        09 appointment-id                PIC X(10).
      *
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

             06 sms-reply-informat.
               09 from-number                   PIC X(20).
               09 message-text                  PIC X(160).
               09 gateway-ref                   PIC X(20).
               09 outcome                       PIC X(1).
               09 patient-id                    PIC X(10).
               09 appointment-id                PIC X(10).
