       class-id apo.MessageTemplates.

      *> The wording of every message the salon sends on its own,
      *> one template per purpose and language in templates.dat:
      *>   purpose|language|body
      *> with line breaks in the body kept as \n.  Form62 is where
      *> they are written, previewed and saved; MessageQueue's
      *> EnqueueTemplate fills one in for the customer's language
      *> (CustomerRecord::PreferredLanguage, "es" when they have
      *> none).  A purpose with nothing on file in their language
      *> falls back to the wording the program always sent, which it
      *> has in Spanish and English -- any other language to Spanish
      *> -- so a fresh install needs no templates.dat.  Placeholders
      *> are written in braces:
      *>   {nombre} {fecha} {hora} {sala} {estilista} {servicio}
      *>   {precio} {sena} {codigo} {importe} {ref}
      *> and one the message has no value for comes out empty.  The
      *> campaigns (Form37) are not here -- their text is written for
      *> each mailing -- nor is the emailed statement of account,
      *> which is the statement itself.

       working-storage section.
       01 DataPath        string value "templates.dat".
       01 Delimiter       string value "|".
       01 DefaultLanguage string value "es".

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> What each template is for, in the order Form62 lists them.
       method-id Purposes static.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           set result to new System.Collections.Generic.List[string]()
           invoke result::Add("Confirmacion")
           invoke result::Add("Recordatorio")
           invoke result::Add("Recaptacion")
           invoke result::Add("Cargo por cancelacion")
           invoke result::Add("Encuesta")
           invoke result::Add("Saldo pendiente")
           invoke result::Add("Cuenta al dia")
           goback.
       end method.

       method-id DefaultLanguageCode static.
       procedure division returning result as string.
           set result to DefaultLanguage
           goback.
       end method.

      *> The languages the program has wording for, plus any written
      *> on file for another one.
       method-id Languages static.
       local-storage section.
       01 lines type System.Collections.Generic.List[string].
       01 f type string occurs any.
       01 i type System.Int32.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           set result to new System.Collections.Generic.List[string]()
           invoke result::Add("es")
           invoke result::Add("en")
           invoke self::ReadLines returning lines
           perform varying i from 1 by 1 until i > lines::Count
              set f to lines::Item(i - 1)::Split(Delimiter::ToCharArray())
              if f::Length >= 3 and not result::Contains(f(2))
                 invoke result::Add(f(2))
              end-if
           end-perform
           goback.
       end method.

      *> The placeholder a purpose cannot do without: the booking
      *> token Form9 asks for, the reference a survey answer is
      *> matched back by.  "" for the rest.
       method-id RequiredPlaceholder static.
       procedure division using by value purpose as string
                           returning result as string.
           evaluate purpose
              when "Confirmacion"  set result to "{codigo}"
              when "Encuesta"      set result to "{ref}"
              when other           set result to ""
           end-evaluate
           goback.
       end method.

      *> The placeholders a purpose has values for, for Form62.
       method-id PlaceholdersFor static.
       procedure division using by value purpose as string
                           returning result as string.
           evaluate purpose
              when "Confirmacion"
              when "Recordatorio"
                 set result to "{nombre} {fecha} {hora} {sala} {estilista} {servicio}"
                    & " {precio} {sena} {codigo}"
              when "Recaptacion"
                 set result to "{nombre} {servicio}"
              when "Cargo por cancelacion"
                 set result to "{nombre} {fecha} {hora} {sala} {estilista} {servicio}"
                    & " {importe}"
              when "Encuesta"
                 set result to "{nombre} {fecha} {estilista} {servicio} {ref}"
              when other
                 set result to "{nombre} {fecha} {importe}"
           end-evaluate
           goback.
       end method.

      *> The wording the program sends when templates.dat has none.
       method-id BuiltIn static.
       procedure division using by value purpose as string
                                 languageCode as string
                           returning result as string.
           if languageCode = "en"
              evaluate purpose
                 when "Confirmacion"
                    set result to "Your appointment is booked for {fecha} {hora} ({sala})."
                       & " Your confirmation code is {codigo}."
                 when "Recordatorio"
                    set result to "This is a reminder of your appointment tomorrow {fecha}"
                       & " at {hora} ({sala})."
                 when "Recaptacion"
                    set result to "It is time for your next {servicio}. We look forward"
                       & " to seeing you -- call us or book online."
                 when "Cargo por cancelacion"
                    set result to "Your appointment on {fecha} at {hora} was cancelled at"
                       & " short notice. Under our policy a fee of {importe} applies;"
                       & " it is on your account and can be paid at your next visit."
                 when "Encuesta"
                    set result to "Thank you for your visit on {fecha} ({servicio})."
                       & " From 1 to 5, how would you rate us? Reply with the number"
                       & " and, if you like, a comment. Ref {ref}"
                 when "Saldo pendiente"
                    set result to "Your outstanding balance with the salon on {fecha}"
                       & " is {importe}. You can settle it at your next visit."
                 when other
                    set result to "Your account with the salon is up to date on {fecha}."
                       & " Thank you."
              end-evaluate
              goback
           end-if
           evaluate purpose
              when "Confirmacion"
                 set result to "Turno reservado para el {fecha} {hora} ({sala})."
                    & " Su codigo de confirmacion es {codigo}."
              when "Recordatorio"
                 set result to "Le recordamos su turno de manana {fecha} a las {hora}"
                    & " ({sala})."
              when "Recaptacion"
                 set result to "Ya paso el tiempo recomendado desde su ultimo {servicio}."
                    & " La esperamos para su proximo turno -- llamenos o reserve por"
                    & " la web."
              when "Cargo por cancelacion"
                 set result to "Su turno del {fecha} a las {hora} se cancelo con poco"
                    & " aviso. Segun nuestra politica corresponde un cargo de"
                    & " {importe}, que queda en su cuenta y puede abonar en su"
                    & " proxima visita."
              when "Encuesta"
                 set result to "Gracias por su visita del {fecha} ({servicio}). Del 1"
                    & " al 5, que nota nos pone? Responda con el numero y, si quiere,"
                    & " un comentario. Ref {ref}"
              when "Saldo pendiente"
                 set result to "Su saldo pendiente con el salon al {fecha} es de"
                    & " {importe}. Puede abonarlo en su proxima visita."
              when other
                 set result to "Su cuenta con el salon esta al dia al {fecha}. Gracias."
           end-evaluate
           goback.
       end method.

       method-id ReadLines static private.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 raw type System.String occurs any.
       01 i type System.Int32.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           set result to new System.Collections.Generic.List[string]()
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           if type System.IO.File::Exists(DataPath)
              set raw to type System.IO.File::ReadAllLines(DataPath)
              perform varying i from 1 by 1 until i > raw::Length
                 if raw(i)::Length > 0
                    invoke result::Add(raw(i))
                 end-if
              end-perform
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> The template on file for exactly this purpose and language,
      *> or "" when none was written.
       method-id OnFile static.
       local-storage section.
       01 lines type System.Collections.Generic.List[string].
       01 f type string occurs any.
       01 i type System.Int32.
       procedure division using by value purpose as string
                                 languageCode as string
                           returning result as string.
           set result to ""
           invoke self::ReadLines returning lines
           perform varying i from 1 by 1 until i > lines::Count
              set f to lines::Item(i - 1)::Split(Delimiter::ToCharArray())
              if f::Length >= 3 and f(1) = purpose and f(2) = languageCode
                 set result to f(3)::Replace("\n" type System.Environment::NewLine)
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> The template a message is built from: the customer's
      *> language on file, the built-in English for "en", then
      *> Spanish on file, then the built-in Spanish.
       method-id BodyFor static.
       local-storage section.
       01 lang string.
       procedure division using by value purpose as string
                                 languageCode as string
                           returning result as string.
           set lang to languageCode
           if lang = null or lang::Trim()::Length = 0
              set lang to DefaultLanguage
           end-if
           invoke self::OnFile(purpose lang) returning result
           if result::Length = 0 and lang = "en"
              invoke self::BuiltIn(purpose lang) returning result
           end-if
           if result::Length = 0
              invoke self::OnFile(purpose DefaultLanguage) returning result
           end-if
           if result::Length = 0
              invoke self::BuiltIn(purpose DefaultLanguage) returning result
           end-if
           goback.
       end method.

      *> Stores one template, replacing what was on file for that
      *> purpose and language; an empty body takes it off the file,
      *> back to the built-in wording.
       method-id Save static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 raw type System.String occurs any.
       01 lines type System.Collections.Generic.List[string].
       01 f type string occurs any.
       01 i type System.Int32.
       01 stored string.
       procedure division using by value purpose as string
                                 languageCode as string
                                 body as string.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set lines to new System.Collections.Generic.List[string]()
           if type System.IO.File::Exists(DataPath)
              set raw to type System.IO.File::ReadAllLines(DataPath)
              perform varying i from 1 by 1 until i > raw::Length
                 set f to raw(i)::Split(Delimiter::ToCharArray())
                 if raw(i)::Length > 0
                    and not (f::Length >= 3 and f(1) = purpose and f(2) = languageCode)
                    invoke lines::Add(raw(i))
                 end-if
              end-perform
           end-if
           if body::Trim()::Length > 0
              set stored to body::Replace(Delimiter "/")
              set stored to stored::Replace(type System.Environment::NewLine "\n")
              invoke lines::Add(purpose & Delimiter & languageCode & Delimiter & stored)
           end-if
           invoke type apo.SafeFile::WriteAllLines(DataPath lines::ToArray())
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> The language a customer's messages go out in.
       method-id LanguageOf static.
       local-storage section.
       01 cust type apo.CustomerRecord.
       procedure division using by value phone as string
                           returning result as string.
           set result to DefaultLanguage
           if phone = null or phone::Trim()::Length = 0
              goback
           end-if
           invoke type apo.CustomerStore::FindByPhone(phone) returning cust
           if cust not = null and cust::PreferredLanguage::Length > 0
              set result to cust::PreferredLanguage
           end-if
           goback.
       end method.

      *> Every placeholder a template may use, without the braces.
       method-id Placeholders static private.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           set result to new System.Collections.Generic.List[string]()
           invoke result::Add("nombre")
           invoke result::Add("fecha")
           invoke result::Add("hora")
           invoke result::Add("sala")
           invoke result::Add("estilista")
           invoke result::Add("servicio")
           invoke result::Add("precio")
           invoke result::Add("sena")
           invoke result::Add("codigo")
           invoke result::Add("importe")
           invoke result::Add("ref")
           goback.
       end method.

      *> Fills the placeholders in.  A bracketed placeholder left
      *> empty -- "({servicio})" for a free-text booking -- drops out
      *> with its brackets.
       method-id Fill static.
       local-storage section.
       01 names type System.Collections.Generic.List[string].
       01 name string.
       01 fieldValue string.
       01 i type System.Int32.
       procedure division using by value template as string
                                 fields as
                type System.Collections.Generic.Dictionary[string, string]
                           returning result as string.
           set result to template
           invoke self::Placeholders returning names
           perform varying i from 1 by 1 until i > names::Count
              set name to names::Item(i - 1)
              set fieldValue to ""
              if fields::ContainsKey(name) and fields::Item(name) not = null
                 set fieldValue to fields::Item(name)
              end-if
              if fieldValue::Length = 0
                 set result to result::Replace(" ({" & name & "})" "")
              end-if
              set result to result::Replace("{" & name & "}" fieldValue)
           end-perform
           goback.
       end method.

      *> An empty set of values with the customer's name filled in
      *> -- what every message starts from.
       method-id FieldsFor static.
       local-storage section.
       01 cust type apo.CustomerRecord.
       procedure division using by value phone as string
                           returning result as
                type System.Collections.Generic.Dictionary[string, string].
           set result to new System.Collections.Generic.Dictionary[string, string]()
           invoke result::Add("nombre" "")
           if phone not = null and phone::Trim()::Length > 0
              invoke type apo.CustomerStore::FindByPhone(phone) returning cust
              if cust not = null and cust::Name not = null
                 set result::Item("nombre") to cust::Name::Trim()
              end-if
           end-if
           goback.
       end method.

      *> The values a turno gives a message: its customer, day and
      *> time, room, stylist, service, price, deposit and token.
       method-id FieldsForTurno static.
       local-storage section.
       01 deposit type apo.PaymentRecord.
       procedure division using by value rec as type apo.AppointmentRecord
                           returning result as
                type System.Collections.Generic.Dictionary[string, string].
           invoke self::FieldsFor(rec::CustomerPhone) returning result
           invoke result::Add("fecha" rec::Start::ToString("dd/MM/yyyy"))
           invoke result::Add("hora" rec::Start::ToString("HH:mm"))
           invoke result::Add("sala" rec::ResourceId)
           invoke result::Add("estilista" rec::EmployeeName)
           invoke result::Add("servicio" rec::ServiceName)
           invoke result::Add("precio" rec::Price::ToString("0.00"))
           invoke result::Add("sena" "")
           invoke type apo.PaymentStore::DepositFor(rec::AppointmentId) returning deposit
           if deposit not = null
              set result::Item("sena") to deposit::Amount::ToString("0.00")
           end-if
           invoke result::Add("codigo" rec::ConfirmationToken)
           goback.
       end method.

      *> Made-up values for Form62's preview.
       method-id SampleFields static.
       procedure division returning result as
                type System.Collections.Generic.Dictionary[string, string].
           set result to new System.Collections.Generic.Dictionary[string, string]()
           invoke result::Add("nombre" "Maria Lopez")
           invoke result::Add("fecha" type DateTime::Today::AddDays(1)::ToString("dd/MM/yyyy"))
           invoke result::Add("hora" "10:30")
           invoke result::Add("sala" "Sala 1")
           invoke result::Add("estilista" "Laura")
           invoke result::Add("servicio" "Corte")
           invoke result::Add("precio" "25.00")
           invoke result::Add("sena" "10.00")
           invoke result::Add("codigo" "A1B2C3")
           invoke result::Add("importe" "15.00")
           invoke result::Add("ref" "0f3c9a2e")
           goback.
       end method.

       end class.
