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
      *  restful JSON schema 'secureMessage.json'.
      * This structure was generated using 'DFHJS2LS' at mapping level
      *  '3.0'.
      *
      *      06 secure-message-informat.
      *
      * 'patient_id': JSON schema type 'string', length 10.
      *        09 patient-id                    PIC X(10).
      *
      * 'username': portal user sending or reading - the patient or
      *  a proxy holding a PROXYGRANT for them.
      *  JSON schema type 'string', length 10.
      *        09 username                      PIC X(10).
      *
      * 'clinic': JSON schema type 'string', length 20.
      *        09 clinic                        PIC X(20).
      *
      * 'message_id': returned on POST.
      *  JSON schema type 'string', length 10.
      *        09 message-id                    PIC X(10).
      *
      * 'subject': JSON schema type 'string', maxLength 40.
      *        09 subject                       PIC X(40).
      *
      * 'message_text': JSON schema type 'string', maxLength 280.
      *        09 message-text                  PIC X(280).
      *
      * 'message_status': N new, O opened, A answered, C closed.
      *  JSON schema type 'string', length 1.
      *        09 message-status                PIC X(1).
      *
      * 'sent_datetime': JSON schema type 'string', length 26.
      *        09 sent-datetime                 PIC X(26).
      *
      * 'reply_text': the clinic's latest reply, returned on GET.
      *  JSON schema type 'string', maxLength 280.
      *        09 reply-text                    PIC X(280).
      *
      * 'replied_datetime': JSON schema type 'string', length 26.
      *        09 replied-datetime              PIC X(26).
      *
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

             06 secure-message-informat.
               09 patient-id                    PIC X(10).
               09 username                      PIC X(10).
               09 clinic                        PIC X(20).
               09 message-id                    PIC X(10).
               09 subject                       PIC X(40).
               09 message-text                  PIC X(280).
               09 message-status                PIC X(1).
               09 sent-datetime                 PIC X(26).
               09 reply-text                    PIC X(280).
               09 replied-datetime              PIC X(26).
