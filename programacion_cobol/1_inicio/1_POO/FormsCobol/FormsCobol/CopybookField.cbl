      *> assumed decimal point - as produced by
      *> CopybookLayout::ParseFields. FormatValue turns the raw bytes
      *> of a record (read as Latin-1 text, one character per byte)
      *> into the human-readable value the screens display;
      *> DisplayValue is the same value with the field's masking
      *> class (FieldMasking) applied, for everything shown or
      *> exported.
       class-id FormsCobol.CopybookField.

       working-storage section.
       01 SignedField   as condition-value.
       01 DigitCount    type System.Int32.
       01 DecimalDigits type System.Int32.
       01 MaskClass     type System.String value "".

       method-id NEW.
       procedure division using by value aName as type System.String
           goback.
       end method.

      *> SENSITIVE, PARTIAL or "" - how the field is masked when
      *> shown or exported.
       method-id GetMaskClass.
       procedure division returning result as type System.String.
           set result to MaskClass
           goback.
       end method.

       method-id SetMaskClass.
       procedure division using by value aMaskClass
                                             as type System.String.
           set MaskClass to aMaskClass
           goback.
       end method.

      *> True for a field whose raw storage holds a number the
      *> screens should render with a sign and decimal point (packed,
      *> binary or pure zoned 9s) rather than show as-is.
           goback.
       end method.

      *> This field's value out of aRecord as the screens, extracts
      *> and reports may show it - FormatValue with the field's
      *> mask applied. Comparisons, sorts and key matches use
      *> FormatValue itself.
       method-id DisplayValue.
       procedure division using by value aRecord as type System.String
                            returning result as type System.String.
           set result to type FormsCobol.FieldMasking::MaskText(
               MaskClass self::FormatValue(aRecord))
           goback.
       end method.

      *> Lays aDigits (a plain unsigned digit string) out with the
      *> sign and the assumed decimal point: "00012345" signed
      *> negative with two decimals comes back "-123.45".
